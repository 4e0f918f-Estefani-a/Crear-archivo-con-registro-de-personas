000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. RECUPERAR-ARCHIVOS.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Recuperacion hacia delante.  RECONSTRUIR-ARCHIVOS deja
000120*  PERSONAS-ARCHIVO y DEPENDIENTES-ARCHIVO como estaban en la
000130*  ultima descarga nocturna; este programa, corrido justo
000140*  despues, lee el diario de imagenes PERSIMAG (IMAGREG) y
000150*  reaplica en orden todo lo grabado desde entonces:
000160*
000170*    - imagen grabada: se regraba el registro si existe y se
000180*      graba nuevo si no;
000190*    - imagen eliminada: se elimina el registro por su clave.
000200*
000210*  El diario empieza por la cabecera que deja
000220*  DESCARGAR-ARCHIVOS; las imagenes con fecha y hora anteriores
000230*  a esa descarga ya estan dentro de ella y se omiten.  Una
000240*  eliminacion de un registro que ya no esta se da por hecha,
000250*  de modo que el programa puede repetirse sin dano.  Las
000260*  escrituras de la recuperacion no se anotan en el diario.
000270*
000280*  Saca en PERSRECU una linea por imagen con lo que se hizo y
000290*  un resumen al pie.  Como escribe en PERSDAT y PERSDEP, se
000300*  anota en PERSUSO como los demas batch y no arranca si hay
000310*  sesiones de escritura abiertas; con errores termina con
000320*  retorno 8 y, si el diario no empieza por una cabecera, con
000330*  retorno 4.  Deja su inicio y su fin en PERSDIAR.
000340*
000350*  Modification history
000360*  ---------------------------------------------------------
000370*  2026-10-15  JAC  Programa nuevo.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL PERSONAS-ARCHIVO
000430         ASSIGN TO "PERSDAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS PERSONA-ID
000470         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000480             WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000500             WITH DUPLICATES
000510         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000520             SUPPRESS WHEN SPACES
000530         FILE STATUS IS FS-PERSONAS.
000540     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000550         ASSIGN TO "PERSDEP"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DEP-CLAVE
000590         FILE STATUS IS FS-DEPENDIENTES.
000600     SELECT OPTIONAL IMAGENES-ARCHIVO
000610         ASSIGN TO "PERSIMAG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-IMAGENES.
000640     SELECT OPTIONAL LISTADO-IMPRESION
000650         ASSIGN TO "PERSRECU"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-LISTADO.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PERSONAS-ARCHIVO.
000710 COPY PERSREG.
000720 FD  DEPENDIENTES-ARCHIVO.
000730 COPY DEPREG.
000740 FD  IMAGENES-ARCHIVO.
000750 COPY IMAGREG.
000760 FD  LISTADO-IMPRESION.
000770 01  LINEA-IMPRESION             PIC X(132).
000780 WORKING-STORAGE SECTION.
000790 01  FS-PERSONAS                 PIC X(02).
000800 01  FS-DEPENDIENTES             PIC X(02).
000810 01  FS-IMAGENES                 PIC X(02).
000820 01  FS-LISTADO                  PIC X(02).
000830 01  OPERADOR-TERMINAL           PIC X(20).
000840 01  HAY-MAS-IMAGENES            PIC X(01) VALUE "S".
000850     88  QUEDAN-IMAGENES                  VALUE "S".
000860     88  NO-QUEDAN-IMAGENES               VALUE "N".
000870 01  EXISTE-REGISTRO             PIC X(01).
000880     88  REGISTRO-EXISTE                  VALUE "S".
000890     88  REGISTRO-NO-EXISTE               VALUE "N".
000900 01  CABECERA-DEL-DIARIO         PIC X(01) VALUE "N".
000910     88  HAY-CABECERA                     VALUE "S".
000920     88  NO-HAY-CABECERA                  VALUE "N".
000930 01  FECHA-DE-HOY                PIC 9(08).
000940*-----------------------------------------------------------------
000950*  Fecha y hora de la descarga (cabecera del diario) y de cada
000960*  imagen, juntas para compararlas de una vez.
000970*-----------------------------------------------------------------
000980 01  MARCA-DESCARGA.
000990     05  DESCARGA-FECHA          PIC 9(08) VALUE ZERO.
001000     05  DESCARGA-HORA           PIC 9(08) VALUE ZERO.
001010     05  DESCARGA-HORA-R REDEFINES DESCARGA-HORA.
001020         10  DESCARGA-HHMMSS     PIC 9(06).
001030         10  FILLER              PIC 9(02).
001040 01  MARCA-IMAGEN.
001050     05  MARCA-IMAGEN-FECHA      PIC 9(08).
001060     05  MARCA-IMAGEN-HORA       PIC 9(08).
001070     05  MARCA-IMAGEN-HORA-R REDEFINES MARCA-IMAGEN-HORA.
001080         10  MARCA-IMAGEN-HHMMSS PIC 9(06).
001090         10  FILLER              PIC 9(02).
001100*-----------------------------------------------------------------
001110*  Contadores del resumen y del diario.
001120*-----------------------------------------------------------------
001130 01  CONTADOR-LEIDAS             PIC 9(06) COMP VALUE ZERO.
001140 01  CONTADOR-OMITIDAS           PIC 9(05) COMP VALUE ZERO.
001150 01  CONTADOR-PER-GRABADAS       PIC 9(05) COMP VALUE ZERO.
001160 01  CONTADOR-PER-REGRABADAS     PIC 9(05) COMP VALUE ZERO.
001170 01  CONTADOR-PER-ELIMINADAS     PIC 9(05) COMP VALUE ZERO.
001180 01  CONTADOR-DEP-GRABADOS       PIC 9(05) COMP VALUE ZERO.
001190 01  CONTADOR-DEP-REGRABADOS     PIC 9(05) COMP VALUE ZERO.
001200 01  CONTADOR-DEP-ELIMINADOS     PIC 9(05) COMP VALUE ZERO.
001210 01  CONTADOR-YA-ELIMINADOS      PIC 9(05) COMP VALUE ZERO.
001220 01  CONTADOR-APLICADAS          PIC 9(06) COMP VALUE ZERO.
001230 01  CONTADOR-ERRORES            PIC 9(05) COMP VALUE ZERO.
001240 01  NUMERO-PAGINA               PIC 9(03) COMP VALUE ZERO.
001250 01  LINEAS-EN-PAGINA            PIC 9(02) COMP VALUE ZERO.
001260 01  MAXIMO-LINEAS-PAGINA        PIC 9(02) COMP VALUE 50.
001270 01  DIARIO-PROGRAMA PIC X(20) VALUE "RECUPERAR-ARCHIVOS".
001280 01  DIARIO-TIPO                 PIC X(01).
001290 01  DIARIO-RETORNO              PIC 9(04) VALUE ZERO.
001300 01  DIARIO-CONTADORES           PIC X(60).
001310 01  DIARIO-NUM-A                PIC 9(06).
001320 01  DIARIO-NUM-B                PIC 9(06).
001330 01  DIARIO-NUM-C                PIC 9(05).
001340 01  DIARIO-NUM-D                PIC 9(05).
001350 01  ACCION-DE-SESION            PIC X(01).
001360 COPY SESFLAG.
001370 01  LINEA-CABECERA-1.
001380     05  FILLER                  PIC X(30)
001390         VALUE "RECUPERACION DESDE PERSIMAG".
001400     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001410     05  CAB-FECHA               PIC 9999/99/99.
001420     05  FILLER                  PIC X(08) VALUE SPACE.
001430     05  FILLER                  PIC X(07) VALUE "PAGINA ".
001440     05  CAB-PAGINA              PIC ZZ9.
001450 01  LINEA-CABECERA-2.
001460     05  FILLER                  PIC X(12) VALUE "FECHA".
001470     05  FILLER                  PIC X(10) VALUE "HORA".
001480     05  FILLER                  PIC X(22) VALUE "OPERADOR".
001490     05  FILLER                  PIC X(13) VALUE "REGISTRO".
001500     05  FILLER                  PIC X(11) VALUE "CLAVE".
001510     05  FILLER                  PIC X(20) VALUE "RESULTADO".
001520 01  LINEA-DESCARGA.
001530     05  FILLER                  PIC X(22)
001540         VALUE "DESCARGA DE PARTIDA: ".
001550     05  DES-FECHA               PIC 9999/99/99.
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  DES-HORA                PIC 99B99B99.
001580 01  LINEA-DETALLE.
001590     05  DET-FECHA               PIC 9999/99/99.
001600     05  FILLER                  PIC X(02) VALUE SPACE.
001610     05  DET-HORA                PIC 99B99B99.
001620     05  FILLER                  PIC X(02) VALUE SPACE.
001630     05  DET-OPERADOR            PIC X(22).
001640     05  DET-REGISTRO            PIC X(13).
001650     05  DET-CLAVE               PIC X(11).
001660     05  DET-RESULTADO           PIC X(20).
001670 01  LINEA-PIE.
001680     05  PIE-TEXTO               PIC X(40).
001690     05  PIE-TOTAL               PIC ZZZZZ9.
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720     PERFORM 8000-ANOTAR-INICIO
001730     PERFORM 0400-IDENTIFICAR-OPERADOR
001740     PERFORM 0500-RESERVAR-SESION
001750     IF SESION-DENEGADA
001760         DISPLAY "Hay sesiones de escritura abiertas; la "
001770             "recuperacion no arranca."
001780         MOVE 8 TO DIARIO-RETORNO
001790         MOVE 8 TO RETURN-CODE
001800         PERFORM 8100-ANOTAR-FIN
001810         GO TO 9999-FIN
001820     END-IF
001830     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
001840     PERFORM 2000-LEER-CABECERA
001850     PERFORM 3000-APLICAR-IMAGEN
001860         UNTIL NO-QUEDAN-IMAGENES
001870     PERFORM 4000-IMPRIMIR-PIE
001880     PERFORM 4500-MOSTRAR-RESUMEN
001890     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
001900     IF CONTADOR-ERRORES NOT = ZERO
001910         MOVE 8 TO DIARIO-RETORNO
001920         MOVE 8 TO RETURN-CODE
001930     ELSE
001940         IF NO-HAY-CABECERA
001950             MOVE 4 TO DIARIO-RETORNO
001960             MOVE 4 TO RETURN-CODE
001970         END-IF
001980     END-IF
001990     PERFORM 0600-LIBERAR-SESION
002000     PERFORM 8100-ANOTAR-FIN
002010     GO TO 9999-FIN.
002020 0400-IDENTIFICAR-OPERADOR.
002030     MOVE SPACE TO OPERADOR-TERMINAL
002040     ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "OPERADOR"
002050     IF OPERADOR-TERMINAL = SPACE
002060         ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "USER"
002070     END-IF.
002080*-----------------------------------------------------------------
002090*  Los batch no esperan a nadie: con cualquier sesion de
002100*  escritura anotada en PERSUSO el proceso no arranca.
002110*-----------------------------------------------------------------
002120 0500-RESERVAR-SESION.
002130     MOVE "A" TO ACCION-DE-SESION
002140     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002150                                    DIARIO-PROGRAMA
002160                                    OPERADOR-TERMINAL
002170                                    SESION-RESPUESTA.
002180 0600-LIBERAR-SESION.
002190     MOVE "L" TO ACCION-DE-SESION
002200     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002210                                    DIARIO-PROGRAMA
002220                                    OPERADOR-TERMINAL
002230                                    SESION-RESPUESTA.
002240 8000-ANOTAR-INICIO.
002250     MOVE "I" TO DIARIO-TIPO
002260     MOVE ZERO TO DIARIO-RETORNO
002270     MOVE SPACE TO DIARIO-CONTADORES
002280     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002290                                 DIARIO-TIPO
002300                                 DIARIO-RETORNO
002310                                 DIARIO-CONTADORES.
002320 8100-ANOTAR-FIN.
002330     MOVE "F" TO DIARIO-TIPO
002340     MOVE CONTADOR-LEIDAS TO DIARIO-NUM-A
002350     MOVE CONTADOR-APLICADAS TO DIARIO-NUM-B
002360     MOVE CONTADOR-OMITIDAS TO DIARIO-NUM-C
002370     MOVE CONTADOR-ERRORES TO DIARIO-NUM-D
002380     MOVE SPACE TO DIARIO-CONTADORES
002390     STRING "IMAGENES=" DIARIO-NUM-A
002400         " APLICADAS=" DIARIO-NUM-B
002410         " OMITIDAS=" DIARIO-NUM-C
002420         " ERRORES=" DIARIO-NUM-D
002430         DELIMITED BY SIZE INTO DIARIO-CONTADORES
002440     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002450                                 DIARIO-TIPO
002460                                 DIARIO-RETORNO
002470                                 DIARIO-CONTADORES.
002480*-----------------------------------------------------------------
002490*  Los indexados se abren I-O sobre lo que dejo la
002500*  reconstruccion.  Sin diario (estado "05" por el OPTIONAL) no
002510*  hay nada que aplicar y se trata como error: despues de una
002520*  descarga correcta el diario existe siempre, aunque solo
002530*  tenga la cabecera.
002540*-----------------------------------------------------------------
002550 1000-PROCEDIMIENTO-DE-APERTURA.
002560     OPEN I-O PERSONAS-ARCHIVO
002570     IF FS-PERSONAS = "35"
002580         OPEN OUTPUT PERSONAS-ARCHIVO
002590         CLOSE PERSONAS-ARCHIVO
002600         OPEN I-O PERSONAS-ARCHIVO
002610     END-IF
002620     OPEN I-O DEPENDIENTES-ARCHIVO
002630     IF FS-DEPENDIENTES = "35"
002640         OPEN OUTPUT DEPENDIENTES-ARCHIVO
002650         CLOSE DEPENDIENTES-ARCHIVO
002660         OPEN I-O DEPENDIENTES-ARCHIVO
002670     END-IF
002680     OPEN INPUT IMAGENES-ARCHIVO
002690     OPEN OUTPUT LISTADO-IMPRESION
002700     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD
002710     IF FS-IMAGENES NOT = "00"
002720         DISPLAY "No se pudo abrir el diario PERSIMAG; estado "
002730             FS-IMAGENES
002740         ADD 1 TO CONTADOR-ERRORES
002750         SET NO-QUEDAN-IMAGENES TO TRUE
002760     END-IF.
002770 5000-PROCEDIMIENTO-DE-CIERRE.
002780     CLOSE PERSONAS-ARCHIVO
002790     CLOSE DEPENDIENTES-ARCHIVO
002800     CLOSE IMAGENES-ARCHIVO
002810     CLOSE LISTADO-IMPRESION.
002820*-----------------------------------------------------------------
002830*  La primera linea debe ser la cabecera de la descarga; si no
002840*  lo es (diario anterior a esta version, o vaciado a mano) se
002850*  avisa y se aplica todo el diario desde el principio.
002860*-----------------------------------------------------------------
002870 2000-LEER-CABECERA.
002880     PERFORM 6100-IMPRIMIR-CABECERA
002890     IF QUEDAN-IMAGENES
002900         PERFORM 2900-LEER-IMAGEN
002910     END-IF
002920     IF QUEDAN-IMAGENES AND IMG-ES-CABECERA
002930         SET HAY-CABECERA TO TRUE
002940         MOVE IMG-FECHA TO DESCARGA-FECHA
002950         MOVE IMG-HORA TO DESCARGA-HORA
002960         MOVE DESCARGA-FECHA TO DES-FECHA
002970         MOVE DESCARGA-HHMMSS TO DES-HORA
002980         MOVE LINEA-DESCARGA TO LINEA-IMPRESION
002990         PERFORM 2950-LEER-DATO
003000     ELSE
003010         IF QUEDAN-IMAGENES
003020             ADD 1 TO CONTADOR-LEIDAS
003030         END-IF
003040         MOVE SPACE TO LINEA-IMPRESION
003050         STRING "AVISO: EL DIARIO NO EMPIEZA POR LA CABECERA "
003060             "DE UNA DESCARGA; SE APLICA COMPLETO."
003070             DELIMITED BY SIZE INTO LINEA-IMPRESION
003080         DISPLAY "AVISO: PERSIMAG no empieza por la cabecera de "
003090             "una descarga."
003100     END-IF
003110     WRITE LINEA-IMPRESION
003120     MOVE SPACE TO LINEA-IMPRESION
003130     WRITE LINEA-IMPRESION
003140     ADD 2 TO LINEAS-EN-PAGINA.
003150 2900-LEER-IMAGEN.
003160     READ IMAGENES-ARCHIVO
003170         AT END
003180             SET NO-QUEDAN-IMAGENES TO TRUE
003190     END-READ.
003200 2950-LEER-DATO.
003210     PERFORM 2900-LEER-IMAGEN
003220     IF QUEDAN-IMAGENES
003230         ADD 1 TO CONTADOR-LEIDAS
003240     END-IF.
003250*-----------------------------------------------------------------
003260*  Una imagen del diario: se omite si es anterior a la descarga
003270*  de partida; si no, se reaplica segun su tipo y operacion.
003280*-----------------------------------------------------------------
003290 3000-APLICAR-IMAGEN.
003300     MOVE IMG-FECHA TO MARCA-IMAGEN-FECHA
003310     MOVE IMG-HORA TO MARCA-IMAGEN-HORA
003320     MOVE SPACE TO DET-REGISTRO
003330     MOVE SPACE TO DET-CLAVE
003340     IF HAY-CABECERA AND MARCA-IMAGEN < MARCA-DESCARGA
003350         ADD 1 TO CONTADOR-OMITIDAS
003360         MOVE "OMITIDA (ANTERIOR)" TO DET-RESULTADO
003370     ELSE
003372         IF IMG-DE-PERSONA AND IMG-GRABADA
003374             PERFORM 3100-GRABAR-PERSONA
003376         ELSE
003378             IF IMG-DE-PERSONA AND IMG-ELIMINADA
003380                 PERFORM 3200-ELIMINAR-PERSONA
003382             ELSE
003384                 IF IMG-DE-DEPENDIENTE AND IMG-GRABADA
003386                     PERFORM 3300-GRABAR-DEPENDIENTE
003388                 ELSE
003390                     IF IMG-DE-DEPENDIENTE AND IMG-ELIMINADA
003392                         PERFORM 3400-ELIMINAR-DEPENDIENTE
003394                     ELSE
003396                         ADD 1 TO CONTADOR-ERRORES
003398                         MOVE "IMAGEN NO VALIDA" TO DET-RESULTADO
003400                     END-IF
003402                 END-IF
003404             END-IF
003406         END-IF
003510     END-IF
003520     PERFORM 6200-IMPRIMIR-DETALLE
003530     PERFORM 2950-LEER-DATO.
003540*-----------------------------------------------------------------
003550*  Grabada: si la clave ya esta se regraba con la imagen, si no
003560*  se graba nueva.  La lectura previa pisa el area del registro,
003570*  por eso la imagen se mueve despues.
003580*-----------------------------------------------------------------
003590 3100-GRABAR-PERSONA.
003600     MOVE "PERSONA" TO DET-REGISTRO
003610     MOVE IMG-DATOS TO PERSONAS-REGISTRO
003620     MOVE PERSONA-ID TO DET-CLAVE
003630     SET REGISTRO-EXISTE TO TRUE
003640     READ PERSONAS-ARCHIVO
003650         INVALID KEY
003660             SET REGISTRO-NO-EXISTE TO TRUE
003670     END-READ
003680     MOVE IMG-DATOS TO PERSONAS-REGISTRO
003690     IF REGISTRO-EXISTE
003700         REWRITE PERSONAS-REGISTRO
003710             INVALID KEY
003720                 PERFORM 3900-ERROR-PERSONA
003730             NOT INVALID KEY
003740                 ADD 1 TO CONTADOR-PER-REGRABADAS
003750                 ADD 1 TO CONTADOR-APLICADAS
003760                 MOVE "REGRABADA" TO DET-RESULTADO
003770         END-REWRITE
003780     ELSE
003790         WRITE PERSONAS-REGISTRO
003800             INVALID KEY
003810                 PERFORM 3900-ERROR-PERSONA
003820             NOT INVALID KEY
003830                 ADD 1 TO CONTADOR-PER-GRABADAS
003840                 ADD 1 TO CONTADOR-APLICADAS
003850                 MOVE "GRABADA NUEVA" TO DET-RESULTADO
003860         END-WRITE
003870     END-IF.
003880 3200-ELIMINAR-PERSONA.
003890     MOVE "PERSONA" TO DET-REGISTRO
003900     MOVE IMG-DATOS TO PERSONAS-REGISTRO
003910     MOVE PERSONA-ID TO DET-CLAVE
003920     DELETE PERSONAS-ARCHIVO RECORD
003930         INVALID KEY
003940             IF FS-PERSONAS = "23"
003950                 ADD 1 TO CONTADOR-YA-ELIMINADOS
003960                 MOVE "YA NO ESTABA" TO DET-RESULTADO
003970             ELSE
003980                 PERFORM 3900-ERROR-PERSONA
003990             END-IF
004000         NOT INVALID KEY
004010             ADD 1 TO CONTADOR-PER-ELIMINADAS
004020             ADD 1 TO CONTADOR-APLICADAS
004030             MOVE "ELIMINADA" TO DET-RESULTADO
004040     END-DELETE.
004050 3300-GRABAR-DEPENDIENTE.
004060     MOVE "DEPENDIENTE" TO DET-REGISTRO
004070     MOVE IMG-DEPENDIENTE TO DEPENDIENTE-REGISTRO
004080     MOVE DEP-CLAVE TO DET-CLAVE
004090     SET REGISTRO-EXISTE TO TRUE
004100     READ DEPENDIENTES-ARCHIVO
004110         INVALID KEY
004120             SET REGISTRO-NO-EXISTE TO TRUE
004130     END-READ
004140     MOVE IMG-DEPENDIENTE TO DEPENDIENTE-REGISTRO
004150     IF REGISTRO-EXISTE
004160         REWRITE DEPENDIENTE-REGISTRO
004170             INVALID KEY
004180                 PERFORM 3950-ERROR-DEPENDIENTE
004190             NOT INVALID KEY
004200                 ADD 1 TO CONTADOR-DEP-REGRABADOS
004210                 ADD 1 TO CONTADOR-APLICADAS
004220                 MOVE "REGRABADO" TO DET-RESULTADO
004230         END-REWRITE
004240     ELSE
004250         WRITE DEPENDIENTE-REGISTRO
004260             INVALID KEY
004270                 PERFORM 3950-ERROR-DEPENDIENTE
004280             NOT INVALID KEY
004290                 ADD 1 TO CONTADOR-DEP-GRABADOS
004300                 ADD 1 TO CONTADOR-APLICADAS
004310                 MOVE "GRABADO NUEVO" TO DET-RESULTADO
004320         END-WRITE
004330     END-IF.
004340 3400-ELIMINAR-DEPENDIENTE.
004350     MOVE "DEPENDIENTE" TO DET-REGISTRO
004360     MOVE IMG-DEPENDIENTE TO DEPENDIENTE-REGISTRO
004370     MOVE DEP-CLAVE TO DET-CLAVE
004380     DELETE DEPENDIENTES-ARCHIVO RECORD
004390         INVALID KEY
004400             IF FS-DEPENDIENTES = "23"
004410                 ADD 1 TO CONTADOR-YA-ELIMINADOS
004420                 MOVE "YA NO ESTABA" TO DET-RESULTADO
004430             ELSE
004440                 PERFORM 3950-ERROR-DEPENDIENTE
004450             END-IF
004460         NOT INVALID KEY
004470             ADD 1 TO CONTADOR-DEP-ELIMINADOS
004480             ADD 1 TO CONTADOR-APLICADAS
004490             MOVE "ELIMINADO" TO DET-RESULTADO
004500     END-DELETE.
004510 3900-ERROR-PERSONA.
004520     ADD 1 TO CONTADOR-ERRORES
004530     MOVE SPACE TO DET-RESULTADO
004540     STRING "ERROR ESTADO " FS-PERSONAS
004550         DELIMITED BY SIZE INTO DET-RESULTADO
004560     DISPLAY "No se pudo aplicar la imagen de la persona "
004570         PERSONA-ID "; estado " FS-PERSONAS.
004580 3950-ERROR-DEPENDIENTE.
004590     ADD 1 TO CONTADOR-ERRORES
004600     MOVE SPACE TO DET-RESULTADO
004610     STRING "ERROR ESTADO " FS-DEPENDIENTES
004620         DELIMITED BY SIZE INTO DET-RESULTADO
004630     DISPLAY "No se pudo aplicar la imagen del dependiente "
004640         DEP-CLAVE "; estado " FS-DEPENDIENTES.
004650 4000-IMPRIMIR-PIE.
004660     MOVE SPACE TO LINEA-IMPRESION
004670     WRITE LINEA-IMPRESION
004680     MOVE "IMAGENES LEIDAS......................: "
004690         TO PIE-TEXTO
004700     MOVE CONTADOR-LEIDAS TO PIE-TOTAL
004710     PERFORM 6300-ESCRIBIR-PIE
004720     MOVE "OMITIDAS POR ANTERIORES A LA DESCARGA: "
004730         TO PIE-TEXTO
004740     MOVE CONTADOR-OMITIDAS TO PIE-TOTAL
004750     PERFORM 6300-ESCRIBIR-PIE
004760     MOVE "PERSONAS GRABADAS NUEVAS.............: "
004770         TO PIE-TEXTO
004780     MOVE CONTADOR-PER-GRABADAS TO PIE-TOTAL
004790     PERFORM 6300-ESCRIBIR-PIE
004800     MOVE "PERSONAS REGRABADAS..................: "
004810         TO PIE-TEXTO
004820     MOVE CONTADOR-PER-REGRABADAS TO PIE-TOTAL
004830     PERFORM 6300-ESCRIBIR-PIE
004840     MOVE "PERSONAS ELIMINADAS..................: "
004850         TO PIE-TEXTO
004860     MOVE CONTADOR-PER-ELIMINADAS TO PIE-TOTAL
004870     PERFORM 6300-ESCRIBIR-PIE
004880     MOVE "DEPENDIENTES GRABADOS NUEVOS.........: "
004890         TO PIE-TEXTO
004900     MOVE CONTADOR-DEP-GRABADOS TO PIE-TOTAL
004910     PERFORM 6300-ESCRIBIR-PIE
004920     MOVE "DEPENDIENTES REGRABADOS..............: "
004930         TO PIE-TEXTO
004940     MOVE CONTADOR-DEP-REGRABADOS TO PIE-TOTAL
004950     PERFORM 6300-ESCRIBIR-PIE
004960     MOVE "DEPENDIENTES ELIMINADOS..............: "
004970         TO PIE-TEXTO
004980     MOVE CONTADOR-DEP-ELIMINADOS TO PIE-TOTAL
004990     PERFORM 6300-ESCRIBIR-PIE
005000     MOVE "ELIMINACIONES YA HECHAS..............: "
005010         TO PIE-TEXTO
005020     MOVE CONTADOR-YA-ELIMINADOS TO PIE-TOTAL
005030     PERFORM 6300-ESCRIBIR-PIE
005040     MOVE "ERRORES..............................: "
005050         TO PIE-TEXTO
005060     MOVE CONTADOR-ERRORES TO PIE-TOTAL
005070     PERFORM 6300-ESCRIBIR-PIE.
005080 4500-MOSTRAR-RESUMEN.
005090     DISPLAY "Imagenes leidas.........: " CONTADOR-LEIDAS
005100     DISPLAY "Imagenes aplicadas......: " CONTADOR-APLICADAS
005110     DISPLAY "Imagenes omitidas.......: " CONTADOR-OMITIDAS
005120     DISPLAY "Errores de recuperacion.: " CONTADOR-ERRORES.
005130 6100-IMPRIMIR-CABECERA.
005140     ADD 1 TO NUMERO-PAGINA
005150     MOVE FECHA-DE-HOY TO CAB-FECHA
005160     MOVE NUMERO-PAGINA TO CAB-PAGINA
005170     MOVE LINEA-CABECERA-1 TO LINEA-IMPRESION
005180     WRITE LINEA-IMPRESION
005190     MOVE LINEA-CABECERA-2 TO LINEA-IMPRESION
005200     WRITE LINEA-IMPRESION
005210     MOVE 2 TO LINEAS-EN-PAGINA.
005220 6200-IMPRIMIR-DETALLE.
005230     IF LINEAS-EN-PAGINA = ZERO
005240         PERFORM 6100-IMPRIMIR-CABECERA
005250     END-IF
005260     MOVE IMG-FECHA TO DET-FECHA
005270     MOVE MARCA-IMAGEN-HHMMSS TO DET-HORA
005280     MOVE IMG-OPERADOR TO DET-OPERADOR
005290     MOVE LINEA-DETALLE TO LINEA-IMPRESION
005300     WRITE LINEA-IMPRESION
005310     ADD 1 TO LINEAS-EN-PAGINA
005320     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
005330         MOVE ZERO TO LINEAS-EN-PAGINA
005340     END-IF.
005350 6300-ESCRIBIR-PIE.
005360     MOVE LINEA-PIE TO LINEA-IMPRESION
005370     WRITE LINEA-IMPRESION.
005380 9999-FIN.
005390     STOP RUN.
005400 END PROGRAM RECUPERAR-ARCHIVOS.
