000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. APLICAR-PENDIENTES.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Proceso nocturno que aplica los cambios programados con
000120*  fecha efectiva (PERSPEND, PENDREG) cuya fecha ha llegado: las
000130*  correcciones y bajas de personas grabadas desde
000140*  MANTENIMIENTO-PERSONAS y las altas, correcciones y bajas de
000150*  dependientes grabadas desde MANTENIMIENTO-DEPENDIENTES.  Va
000160*  en la cadena antes de EXTRAER-NOMINA, para que las lineas de
000170*  auditoria que deja entren en la extraccion de esa noche.
000180*
000190*  Cada cambio se aplica como lo habria hecho el mantenimiento:
000200*  se regraba el registro, se deja la imagen en PERSIMAG y se
000210*  audita en PERSAUDT campo a campo, con el operador que lo
000220*  programo (PEN-OPERADOR); la baja de una persona anota
000230*  ademas el movimiento de baja con la fecha efectiva y el
000240*  motivo programados.  En una correccion solo se aplican los
000250*  campos rellenos del cambio, y el centro, el documento y el
000260*  parentesco se vuelven a validar con los datos del dia.
000270*
000280*  Un cambio que ya no se puede aplicar (persona borrada o
000290*  inexistente, dependiente eliminado, centro dado de baja,
000300*  documento asignado a otro) se marca rechazado con el motivo,
000310*  y el proceso termina con RC 4.  Los aplicados y rechazados
000320*  no se borran de PERSPEND: se cierran con la fecha y el
000330*  resultado, y se ven en CONSULTA-PENDIENTES.  El detalle sale
000340*  en PERSPAPL y el resumen en PERSDIAR, para PARTE-MATINAL.
000350*
000360*  Modification history
000370*  ---------------------------------------------------------
000380*  2026-10-15  JAC  Programa nuevo.
000382*  2026-10-15  JAC  La copia de trabajo de PERSREG renombra
000384*                   tambien la condicion nueva PERSONA-
000386*                   ANONIMIZADA, como las demas.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL PENDIENTES-ARCHIVO
000440         ASSIGN TO "PERSPEND"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PEN-CLAVE
000480         FILE STATUS IS FS-PENDIENTES.
000490     SELECT OPTIONAL PERSONAS-ARCHIVO
000500         ASSIGN TO "PERSDAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PERSONA-ID
000540         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000550             WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000570             WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000590             SUPPRESS WHEN SPACES
000600         FILE STATUS IS FS-PERSONAS.
000610     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000620         ASSIGN TO "PERSDEP"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS DEP-CLAVE
000660         FILE STATUS IS FS-DEPENDIENTES.
000670     SELECT OPTIONAL AUDITORIA-ARCHIVO
000680         ASSIGN TO "PERSAUDT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-AUDITORIA.
000710     SELECT OPTIONAL LISTADO-IMPRESION
000720         ASSIGN TO "PERSPAPL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-LISTADO.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PENDIENTES-ARCHIVO.
000780 COPY PENDREG.
000790 FD  PERSONAS-ARCHIVO.
000800 COPY PERSREG.
000810 FD  DEPENDIENTES-ARCHIVO.
000820 COPY DEPREG.
000830 FD  AUDITORIA-ARCHIVO.
000840 COPY AUDITREG.
000850 FD  LISTADO-IMPRESION.
000860 01  LINEA-IMPRESION             PIC X(132).
000870 WORKING-STORAGE SECTION.
000880 01  FS-PENDIENTES               PIC X(02).
000890 01  FS-PERSONAS                 PIC X(02).
000900 01  FS-DEPENDIENTES             PIC X(02).
000910 01  FS-AUDITORIA                PIC X(02).
000920 01  FS-LISTADO                  PIC X(02).
000930 01  OPERADOR-TERMINAL           PIC X(20).
000940 01  HAY-MAS-PENDIENTES          PIC X(01) VALUE "S".
000950     88  QUEDAN-PENDIENTES                VALUE "S".
000960     88  NO-QUEDAN-PENDIENTES             VALUE "N".
000970 01  HAY-MAS-DEPENDIENTES        PIC X(01) VALUE "S".
000980     88  QUEDAN-DEPENDIENTES              VALUE "S".
000990     88  NO-QUEDAN-DEPENDIENTES           VALUE "N".
001000 01  RESULTADO-CAMBIO            PIC X(01).
001010     88  CAMBIO-ACEPTADO                  VALUE "S".
001020     88  CAMBIO-RECHAZADO                 VALUE "N".
001030 01  MOTIVO-RECHAZO              PIC X(30).
001040 01  ULTIMA-SECUENCIA            PIC 9(03) VALUE ZERO.
001050 01  FECHA-DE-HOY                PIC 9(08).
001060*-----------------------------------------------------------------
001070*  PEN-DATOS se desglosa en copias de trabajo de PERSREG (CP-)
001080*  y de DEPREG (CD-); el registro tal como estaba antes de
001090*  aplicar el cambio se guarda en AP- y AD- para auditar.
001100*-----------------------------------------------------------------
001110 COPY PERSREG REPLACING
001120     ==PERSONAS-REGISTRO== BY ==CAMBIO-PERSONA==
001130     ==PERSONA-ID== BY       ==CP-ID==
001140     ==PERSONA-NOMBRE== BY   ==CP-NOMBRE==
001150     ==PERSONA-APELLIDOS== BY ==CP-APELLIDOS==
001160     ==PERSONA-FECHA-NACIMIENTO== BY
001170         ==CP-FECHA-NACIMIENTO==
001180     ==PERSONA-TELEFONO== BY ==CP-TELEFONO==
001190     ==PERSONA-DIRECCION== BY ==CP-DIRECCION==
001200     ==PERSONA-ESTADO== BY   ==CP-ESTADO==
001210     ==PERSONA-ACTIVA== BY   ==CP-ACTIVA==
001220     ==PERSONA-BORRADA== BY  ==CP-BORRADA==
001222     ==PERSONA-ANONIMIZADA== BY ==CP-ANONIMIZADA==
001230     ==PERSONA-CENTRO-COSTE== BY ==CP-CENTRO-COSTE==
001240     ==PERSONA-DOCUMENTO== BY ==CP-DOCUMENTO==.
001250 COPY PERSREG REPLACING
001260     ==PERSONAS-REGISTRO== BY ==PERSONA-ANTERIOR==
001270     ==PERSONA-ID== BY       ==AP-ID==
001280     ==PERSONA-NOMBRE== BY   ==AP-NOMBRE==
001290     ==PERSONA-APELLIDOS== BY ==AP-APELLIDOS==
001300     ==PERSONA-FECHA-NACIMIENTO== BY
001310         ==AP-FECHA-NACIMIENTO==
001320     ==PERSONA-TELEFONO== BY ==AP-TELEFONO==
001330     ==PERSONA-DIRECCION== BY ==AP-DIRECCION==
001340     ==PERSONA-ESTADO== BY   ==AP-ESTADO==
001350     ==PERSONA-ACTIVA== BY   ==AP-ACTIVA==
001360     ==PERSONA-BORRADA== BY  ==AP-BORRADA==
001362     ==PERSONA-ANONIMIZADA== BY ==AP-ANONIMIZADA==
001370     ==PERSONA-CENTRO-COSTE== BY ==AP-CENTRO-COSTE==
001380     ==PERSONA-DOCUMENTO== BY ==AP-DOCUMENTO==.
001390 COPY DEPREG REPLACING
001400     ==DEPENDIENTE-REGISTRO== BY ==CAMBIO-DEPENDIENTE==
001410     ==DEP-CLAVE== BY            ==CD-CLAVE==
001420     ==DEP-PERSONA-ID== BY       ==CD-PERSONA-ID==
001430     ==DEP-SECUENCIA== BY        ==CD-SECUENCIA==
001440     ==DEP-NOMBRE== BY           ==CD-NOMBRE==
001450     ==DEP-PARENTESCO== BY       ==CD-PARENTESCO==
001460     ==DEP-FECHA-NACIMIENTO== BY ==CD-FECHA-NACIMIENTO==
001470     ==DEP-PARENTESCO-COD== BY   ==CD-PARENTESCO-COD==
001480     ==DEP-BENEFICIO-VIGENTE== BY ==CD-BENEFICIO-VIGENTE==
001490     ==DEP-BENEFICIO-VENCIDO== BY ==CD-BENEFICIO-VENCIDO==
001500     ==DEP-BENEFICIO== BY        ==CD-BENEFICIO==.
001510 COPY DEPREG REPLACING
001520     ==DEPENDIENTE-REGISTRO== BY ==DEPENDIENTE-ANTERIOR==
001530     ==DEP-CLAVE== BY            ==AD-CLAVE==
001540     ==DEP-PERSONA-ID== BY       ==AD-PERSONA-ID==
001550     ==DEP-SECUENCIA== BY        ==AD-SECUENCIA==
001560     ==DEP-NOMBRE== BY           ==AD-NOMBRE==
001570     ==DEP-PARENTESCO== BY       ==AD-PARENTESCO==
001580     ==DEP-FECHA-NACIMIENTO== BY ==AD-FECHA-NACIMIENTO==
001590     ==DEP-PARENTESCO-COD== BY   ==AD-PARENTESCO-COD==
001600     ==DEP-BENEFICIO-VIGENTE== BY ==AD-BENEFICIO-VIGENTE==
001610     ==DEP-BENEFICIO-VENCIDO== BY ==AD-BENEFICIO-VENCIDO==
001620     ==DEP-BENEFICIO== BY        ==AD-BENEFICIO==.
001630 01  OPERACION-AUDITADA          PIC X(01).
001640 01  CAMPO-AUDITADO              PIC X(12).
001650 01  VALOR-ANTERIOR-W            PIC X(35).
001660 01  MOVIMIENTO-TIPO             PIC X(01).
001670 01  DESCRIPCION-CENTRO          PIC X(30).
001680 COPY CCOSFLAG.
001690 01  DESCRIPCION-PARENTESCO      PIC X(15).
001700 01  EDAD-LIMITE-PARENTESCO      PIC 9(03).
001710 COPY PARTFLAG.
001720 01  DOCUMENTO-EN-HISTORICO      PIC X(06).
001730*-----------------------------------------------------------------
001740*  Contadores del resumen y del diario.
001750*-----------------------------------------------------------------
001760 01  CONTADOR-APLICADOS          PIC 9(05) COMP VALUE ZERO.
001770 01  CONTADOR-RECHAZADOS         PIC 9(05) COMP VALUE ZERO.
001780 01  CONTADOR-EN-ESPERA          PIC 9(05) COMP VALUE ZERO.
001790 01  CONTADOR-ERRORES            PIC 9(05) COMP VALUE ZERO.
001800 01  NUMERO-PAGINA               PIC 9(03) COMP VALUE ZERO.
001810 01  LINEAS-EN-PAGINA            PIC 9(02) COMP VALUE ZERO.
001820 01  MAXIMO-LINEAS-PAGINA        PIC 9(02) COMP VALUE 50.
001830 01  DIARIO-PROGRAMA PIC X(20) VALUE "APLICAR-PENDIENTES".
001840 01  DIARIO-TIPO                 PIC X(01).
001850 01  DIARIO-RETORNO              PIC 9(04) VALUE ZERO.
001860 01  DIARIO-CONTADORES           PIC X(60).
001870 01  DIARIO-NUM-A                PIC 9(05).
001880 01  DIARIO-NUM-B                PIC 9(05).
001890 01  DIARIO-NUM-C                PIC 9(05).
001900 01  DIARIO-NUM-D                PIC 9(05).
001910 01  ACCION-DE-SESION            PIC X(01).
001920 COPY SESFLAG.
001930 COPY IMAGPARM.
001940 01  LINEA-CABECERA-1.
001950     05  FILLER                  PIC X(30)
001960         VALUE "CAMBIOS PROGRAMADOS APLICADOS".
001970     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001980     05  CAB-FECHA               PIC 9999/99/99.
001990     05  FILLER                  PIC X(08) VALUE SPACE.
002000     05  FILLER                  PIC X(07) VALUE "PAGINA ".
002010     05  CAB-PAGINA              PIC ZZ9.
002020 01  LINEA-CABECERA-2.
002030     05  FILLER                  PIC X(08) VALUE "ID".
002040     05  FILLER                  PIC X(12) VALUE "F.EFECTIVA".
002050     05  FILLER                  PIC X(05) VALUE "NUM".
002060     05  FILLER                  PIC X(19) VALUE "REGISTRO".
002070     05  FILLER                  PIC X(12) VALUE "ACCION".
002080     05  FILLER                  PIC X(22) VALUE "PROGRAMADO POR".
002090     05  FILLER                  PIC X(30) VALUE "RESULTADO".
002100 01  LINEA-DETALLE.
002110     05  DET-ID                  PIC X(08).
002120     05  DET-FECHA               PIC 9999/99/99.
002130     05  FILLER                  PIC X(02) VALUE SPACE.
002140     05  DET-SECUENCIA           PIC 9(03).
002150     05  FILLER                  PIC X(02) VALUE SPACE.
002160     05  DET-REGISTRO            PIC X(19).
002170     05  DET-ACCION              PIC X(12).
002180     05  DET-OPERADOR            PIC X(22).
002190     05  DET-RESULTADO           PIC X(30).
002200 01  LINEA-PIE.
002210     05  PIE-TEXTO               PIC X(40).
002220     05  PIE-TOTAL               PIC ZZZZZ9.
002230 PROCEDURE DIVISION.
002240 0000-MAINLINE.
002250     PERFORM 8000-ANOTAR-INICIO
002260     PERFORM 0400-IDENTIFICAR-OPERADOR
002270     PERFORM 0500-RESERVAR-SESION
002280     IF SESION-DENEGADA
002290         DISPLAY "Hay sesiones de escritura abiertas; los "
002300             "cambios programados no se aplican."
002310         MOVE 8 TO DIARIO-RETORNO
002320         MOVE 8 TO RETURN-CODE
002330         PERFORM 8100-ANOTAR-FIN
002340         GO TO 9999-FIN
002350     END-IF
002360     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
002370     PERFORM 2000-POSICIONAR-PENDIENTES
002380     PERFORM 3000-TRATAR-PENDIENTE
002390         UNTIL NO-QUEDAN-PENDIENTES
002400     PERFORM 4000-IMPRIMIR-PIE
002410     IF CONTADOR-ERRORES NOT = ZERO
002420         MOVE 8 TO DIARIO-RETORNO
002430     ELSE
002440         IF CONTADOR-RECHAZADOS NOT = ZERO
002450             MOVE 4 TO DIARIO-RETORNO
002460         END-IF
002470     END-IF
002480     MOVE DIARIO-RETORNO TO RETURN-CODE
002490     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
002500     PERFORM 0600-LIBERAR-SESION
002510     PERFORM 8100-ANOTAR-FIN
002520     GO TO 9999-FIN.
002530 0400-IDENTIFICAR-OPERADOR.
002540     MOVE SPACE TO OPERADOR-TERMINAL
002550     ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "OPERADOR"
002560     IF OPERADOR-TERMINAL = SPACE
002570         ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "USER"
002580     END-IF.
002590*-----------------------------------------------------------------
002600*  Los batch no esperan a nadie: con cualquier sesion de
002610*  escritura anotada en PERSUSO el proceso no arranca.
002620*-----------------------------------------------------------------
002630 0500-RESERVAR-SESION.
002640     MOVE "A" TO ACCION-DE-SESION
002650     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002660                                    DIARIO-PROGRAMA
002670                                    OPERADOR-TERMINAL
002680                                    SESION-RESPUESTA.
002690 0600-LIBERAR-SESION.
002700     MOVE "L" TO ACCION-DE-SESION
002710     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002720                                    DIARIO-PROGRAMA
002730                                    OPERADOR-TERMINAL
002740                                    SESION-RESPUESTA.
002750 8000-ANOTAR-INICIO.
002760     MOVE "I" TO DIARIO-TIPO
002770     MOVE ZERO TO DIARIO-RETORNO
002780     MOVE SPACE TO DIARIO-CONTADORES
002790     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002800                                 DIARIO-TIPO
002810                                 DIARIO-RETORNO
002820                                 DIARIO-CONTADORES.
002830 8100-ANOTAR-FIN.
002840     MOVE "F" TO DIARIO-TIPO
002850     MOVE CONTADOR-APLICADOS TO DIARIO-NUM-A
002860     MOVE CONTADOR-RECHAZADOS TO DIARIO-NUM-B
002870     MOVE CONTADOR-EN-ESPERA TO DIARIO-NUM-C
002880     MOVE CONTADOR-ERRORES TO DIARIO-NUM-D
002890     MOVE SPACE TO DIARIO-CONTADORES
002900     STRING "APLICADOS=" DIARIO-NUM-A
002910         " RECHAZADOS=" DIARIO-NUM-B
002920         " ESPERA=" DIARIO-NUM-C
002930         " ERRORES=" DIARIO-NUM-D
002940         DELIMITED BY SIZE INTO DIARIO-CONTADORES
002950     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002960                                 DIARIO-TIPO
002970                                 DIARIO-RETORNO
002980                                 DIARIO-CONTADORES.
002990*-----------------------------------------------------------------
003000*  PERSPEND, PERSDAT y PERSDEP se abren I-O; si es la primera
003010*  ejecucion los indexados se crean vacios y se reabren.
003020*-----------------------------------------------------------------
003030 1000-PROCEDIMIENTO-DE-APERTURA.
003040     OPEN I-O PENDIENTES-ARCHIVO
003050     IF FS-PENDIENTES = "35"
003060         OPEN OUTPUT PENDIENTES-ARCHIVO
003070         CLOSE PENDIENTES-ARCHIVO
003080         OPEN I-O PENDIENTES-ARCHIVO
003090     END-IF
003100     OPEN I-O PERSONAS-ARCHIVO
003110     IF FS-PERSONAS = "35"
003120         OPEN OUTPUT PERSONAS-ARCHIVO
003130         CLOSE PERSONAS-ARCHIVO
003140         OPEN I-O PERSONAS-ARCHIVO
003150     END-IF
003160     OPEN I-O DEPENDIENTES-ARCHIVO
003170     IF FS-DEPENDIENTES = "35"
003180         OPEN OUTPUT DEPENDIENTES-ARCHIVO
003190         CLOSE DEPENDIENTES-ARCHIVO
003200         OPEN I-O DEPENDIENTES-ARCHIVO
003210     END-IF
003220     OPEN EXTEND AUDITORIA-ARCHIVO
003230     OPEN OUTPUT LISTADO-IMPRESION
003240     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
003250 5000-PROCEDIMIENTO-DE-CIERRE.
003260     CLOSE PENDIENTES-ARCHIVO
003270     CLOSE PERSONAS-ARCHIVO
003280     CLOSE DEPENDIENTES-ARCHIVO
003290     CLOSE AUDITORIA-ARCHIVO
003300     CLOSE LISTADO-IMPRESION.
003310*-----------------------------------------------------------------
003320*  PERSPEND se recorre entero por la clave, de modo que los
003330*  cambios de cada persona se aplican en el orden de sus fechas
003340*  efectivas.  Los cerrados se saltan y los de fecha futura se
003350*  cuentan como en espera.
003360*-----------------------------------------------------------------
003370 2000-POSICIONAR-PENDIENTES.
003380     SET QUEDAN-PENDIENTES TO TRUE
003390     MOVE LOW-VALUE TO PEN-CLAVE
003400     START PENDIENTES-ARCHIVO
003410         KEY IS NOT LESS THAN PEN-CLAVE
003420         INVALID KEY
003430             SET NO-QUEDAN-PENDIENTES TO TRUE
003440     END-START
003450     IF QUEDAN-PENDIENTES
003460         PERFORM 2900-LEER-PENDIENTE
003470     END-IF.
003480 2900-LEER-PENDIENTE.
003490     READ PENDIENTES-ARCHIVO NEXT RECORD
003500         AT END
003510             SET NO-QUEDAN-PENDIENTES TO TRUE
003520     END-READ.
003530 3000-TRATAR-PENDIENTE.
003540     IF PEN-PENDIENTE
003550         IF PEN-FECHA-EFECTIVA > FECHA-DE-HOY
003560             ADD 1 TO CONTADOR-EN-ESPERA
003570         ELSE
003580             PERFORM 3100-APLICAR-PENDIENTE
003590         END-IF
003600     END-IF
003610     PERFORM 2900-LEER-PENDIENTE.
003620 3100-APLICAR-PENDIENTE.
003630     SET CAMBIO-ACEPTADO TO TRUE
003640     MOVE SPACE TO MOTIVO-RECHAZO
003650     PERFORM 3150-LEER-PERSONA
003660     IF CAMBIO-ACEPTADO
003670         IF PEN-DE-PERSONA
003680             IF PEN-ES-BAJA
003690                 PERFORM 3300-APLICAR-BAJA-PERSONA
003700             ELSE
003710                 PERFORM 3200-APLICAR-CORRECCION-PERSONA
003720             END-IF
003730         ELSE
003740             IF PEN-ES-ALTA
003750                 PERFORM 3500-APLICAR-ALTA-DEPENDIENTE
003760             END-IF
003770             IF PEN-ES-CORRECCION
003780                 PERFORM 3600-APLICAR-CORRECCION-DEP
003790             END-IF
003800             IF PEN-ES-BAJA
003810                 PERFORM 3700-APLICAR-BAJA-DEPENDIENTE
003820             END-IF
003830         END-IF
003840     END-IF
003850     PERFORM 3900-CERRAR-PENDIENTE.
003860*-----------------------------------------------------------------
003870*  Ningun cambio se aplica sobre una persona que ya no esta
003880*  activa: la habran dado de baja o depurado entre tanto.
003890*-----------------------------------------------------------------
003900 3150-LEER-PERSONA.
003910     MOVE PEN-PERSONA-ID TO PERSONA-ID
003920     READ PERSONAS-ARCHIVO
003930         KEY IS PERSONA-ID
003940         INVALID KEY
003950             SET CAMBIO-RECHAZADO TO TRUE
003960             MOVE "PERSONA INEXISTENTE" TO MOTIVO-RECHAZO
003970         NOT INVALID KEY
003980             IF PERSONA-BORRADA
003990                 SET CAMBIO-RECHAZADO TO TRUE
004000                 MOVE "PERSONA BORRADA" TO MOTIVO-RECHAZO
004010             END-IF
004020     END-READ.
004030*-----------------------------------------------------------------
004040*  Solo se aplican los campos rellenos del cambio; los demas se
004050*  quedan como esten hoy, aunque se hayan corregido despues de
004060*  programarlo.
004070*-----------------------------------------------------------------
004080 3200-APLICAR-CORRECCION-PERSONA.
004090     MOVE PERSONAS-REGISTRO TO PERSONA-ANTERIOR
004100     MOVE PEN-DATOS TO CAMBIO-PERSONA
004110     IF CP-NOMBRE NOT = SPACE
004120         MOVE CP-NOMBRE TO PERSONA-NOMBRE
004130     END-IF
004140     IF CP-APELLIDOS NOT = SPACE
004150         MOVE CP-APELLIDOS TO PERSONA-APELLIDOS
004160     END-IF
004170     IF CP-FECHA-NACIMIENTO NOT = ZERO
004180         MOVE CP-FECHA-NACIMIENTO TO PERSONA-FECHA-NACIMIENTO
004190     END-IF
004200     IF CP-TELEFONO NOT = SPACE
004210         MOVE CP-TELEFONO TO PERSONA-TELEFONO
004220     END-IF
004230     IF CP-DIRECCION NOT = SPACE
004240         MOVE CP-DIRECCION TO PERSONA-DIRECCION
004250     END-IF
004260     IF CP-CENTRO-COSTE NOT = SPACE
004270         PERFORM 3210-VALIDAR-CENTRO
004280     END-IF
004290     IF CP-DOCUMENTO NOT = SPACE AND CAMBIO-ACEPTADO
004300         PERFORM 3220-VALIDAR-DOCUMENTO
004310     END-IF
004320     IF CAMBIO-ACEPTADO
004330         REWRITE PERSONAS-REGISTRO
004340             INVALID KEY
004350                 SET CAMBIO-RECHAZADO TO TRUE
004360                 IF FS-PERSONAS = "22"
004370                     MOVE "DOCUMENTO DE OTRA PERSONA"
004380                         TO MOTIVO-RECHAZO
004390                 ELSE
004400                     STRING "NO SE PUDO REGRABAR; ESTADO "
004410                         FS-PERSONAS
004420                         DELIMITED BY SIZE INTO MOTIVO-RECHAZO
004430                 END-IF
004440             NOT INVALID KEY
004450                 PERFORM 7000-ANOTAR-IMAGEN-PERSONA
004460                 PERFORM 3250-AUDITAR-CORRECCION
004470         END-REWRITE
004480     END-IF.
004490 3210-VALIDAR-CENTRO.
004500     CALL "VALIDAR-CENTRO" USING CP-CENTRO-COSTE
004510                                  DESCRIPCION-CENTRO
004520                                  CENTRO-VALIDO
004530     IF CENTRO-ES-VALIDO
004540         MOVE CP-CENTRO-COSTE TO PERSONA-CENTRO-COSTE
004550     ELSE
004560         SET CAMBIO-RECHAZADO TO TRUE
004570         MOVE "CENTRO INEXISTENTE O INACTIVO" TO MOTIVO-RECHAZO
004580     END-IF.
004590*-----------------------------------------------------------------
004600*  Que el documento no lo tenga otra persona activa lo garantiza
004610*  la clave alternativa al regrabar; aqui se mira el historico.
004620*-----------------------------------------------------------------
004630 3220-VALIDAR-DOCUMENTO.
004640     CALL "BUSCAR-DOCUMENTO-HIST" USING CP-DOCUMENTO
004650                                      DOCUMENTO-EN-HISTORICO
004660     IF DOCUMENTO-EN-HISTORICO NOT = SPACE
004670         AND DOCUMENTO-EN-HISTORICO NOT = PERSONA-ID
004680         SET CAMBIO-RECHAZADO TO TRUE
004690         MOVE "DOCUMENTO DE UNA DEPURADA" TO MOTIVO-RECHAZO
004700     ELSE
004710         MOVE CP-DOCUMENTO TO PERSONA-DOCUMENTO
004720     END-IF.
004730 3250-AUDITAR-CORRECCION.
004740     MOVE "M" TO OPERACION-AUDITADA
004750     IF PERSONA-NOMBRE NOT = AP-NOMBRE
004760         MOVE "NOMBRE" TO CAMPO-AUDITADO
004770         MOVE AP-NOMBRE TO VALOR-ANTERIOR-W
004780         PERFORM 3800-REGISTRAR-AUDITORIA
004790     END-IF
004800     IF PERSONA-APELLIDOS NOT = AP-APELLIDOS
004810         MOVE "APELLIDOS" TO CAMPO-AUDITADO
004820         MOVE AP-APELLIDOS TO VALOR-ANTERIOR-W
004830         PERFORM 3800-REGISTRAR-AUDITORIA
004840     END-IF
004850     IF PERSONA-FECHA-NACIMIENTO NOT = AP-FECHA-NACIMIENTO
004860         MOVE "FECHA-NAC" TO CAMPO-AUDITADO
004870         MOVE AP-FECHA-NACIMIENTO TO VALOR-ANTERIOR-W
004880         PERFORM 3800-REGISTRAR-AUDITORIA
004890     END-IF
004900     IF PERSONA-TELEFONO NOT = AP-TELEFONO
004910         MOVE "TELEFONO" TO CAMPO-AUDITADO
004920         MOVE AP-TELEFONO TO VALOR-ANTERIOR-W
004930         PERFORM 3800-REGISTRAR-AUDITORIA
004940     END-IF
004950     IF PERSONA-DIRECCION NOT = AP-DIRECCION
004960         MOVE "DIRECCION" TO CAMPO-AUDITADO
004970         MOVE AP-DIRECCION TO VALOR-ANTERIOR-W
004980         PERFORM 3800-REGISTRAR-AUDITORIA
004990     END-IF
005000     IF PERSONA-CENTRO-COSTE NOT = AP-CENTRO-COSTE
005010         MOVE "CENTRO" TO CAMPO-AUDITADO
005020         MOVE AP-CENTRO-COSTE TO VALOR-ANTERIOR-W
005030         PERFORM 3800-REGISTRAR-AUDITORIA
005040     END-IF
005050     IF PERSONA-DOCUMENTO NOT = AP-DOCUMENTO
005060         MOVE "DOCUMENTO" TO CAMPO-AUDITADO
005070         MOVE AP-DOCUMENTO TO VALOR-ANTERIOR-W
005080         PERFORM 3800-REGISTRAR-AUDITORIA
005090     END-IF.
005100*-----------------------------------------------------------------
005110*  La baja programada se aplica como la inmediata de
005120*  MANTENIMIENTO-PERSONAS, con la fecha efectiva y el motivo que
005130*  se teclearon al programarla.
005140*-----------------------------------------------------------------
005150 3300-APLICAR-BAJA-PERSONA.
005160     MOVE PERSONAS-REGISTRO TO PERSONA-ANTERIOR
005170     SET PERSONA-BORRADA TO TRUE
005180     REWRITE PERSONAS-REGISTRO
005190         INVALID KEY
005200             SET CAMBIO-RECHAZADO TO TRUE
005210             STRING "NO SE PUDO REGRABAR; ESTADO " FS-PERSONAS
005220                 DELIMITED BY SIZE INTO MOTIVO-RECHAZO
005230         NOT INVALID KEY
005240             PERFORM 7000-ANOTAR-IMAGEN-PERSONA
005250             MOVE "B" TO OPERACION-AUDITADA
005260             MOVE "ESTADO" TO CAMPO-AUDITADO
005270             MOVE AP-ESTADO TO VALOR-ANTERIOR-W
005280             PERFORM 3800-REGISTRAR-AUDITORIA
005290             MOVE "B" TO MOVIMIENTO-TIPO
005300             CALL "ANOTAR-MOVIMIENTO" USING PERSONA-ID
005310                                             MOVIMIENTO-TIPO
005320                                             PEN-FECHA-EFECTIVA
005330                                             PEN-MOTIVO-BAJA
005340                                             PEN-OPERADOR
005350     END-REWRITE.
005360*-----------------------------------------------------------------
005370*  El alta toma la secuencia siguiente a la ultima que tenga hoy
005380*  la persona, y el parentesco se vuelve a leer de la tabla.
005390*-----------------------------------------------------------------
005400 3500-APLICAR-ALTA-DEPENDIENTE.
005410     PERFORM 3550-BUSCAR-ULTIMA-SECUENCIA
005420     MOVE PEN-DEPENDIENTE TO DEPENDIENTE-REGISTRO
005430     IF ULTIMA-SECUENCIA = 999
005440         SET CAMBIO-RECHAZADO TO TRUE
005450         MOVE "SIN SECUENCIA LIBRE" TO MOTIVO-RECHAZO
005460     ELSE
005470         PERFORM 3590-VALIDAR-PARENTESCO
005480     END-IF
005490     IF CAMBIO-ACEPTADO
005500         MOVE DESCRIPCION-PARENTESCO TO DEP-PARENTESCO
005510         MOVE PEN-PERSONA-ID TO DEP-PERSONA-ID
005520         COMPUTE DEP-SECUENCIA = ULTIMA-SECUENCIA + 1
005530         WRITE DEPENDIENTE-REGISTRO
005540             INVALID KEY
005550                 SET CAMBIO-RECHAZADO TO TRUE
005560                 STRING "NO SE PUDO GRABAR; ESTADO "
005570                     FS-DEPENDIENTES
005580                     DELIMITED BY SIZE INTO MOTIVO-RECHAZO
005590             NOT INVALID KEY
005600                 PERFORM 7100-ANOTAR-IMAGEN-DEPENDIENTE
005610                 MOVE "A" TO OPERACION-AUDITADA
005620                 MOVE "DEP-ALTA" TO CAMPO-AUDITADO
005630                 MOVE DEP-NOMBRE TO VALOR-ANTERIOR-W
005640                 PERFORM 3800-REGISTRAR-AUDITORIA
005650         END-WRITE
005660     END-IF.
005670 3550-BUSCAR-ULTIMA-SECUENCIA.
005680     MOVE ZERO TO ULTIMA-SECUENCIA
005690     MOVE PEN-PERSONA-ID TO DEP-PERSONA-ID
005700     MOVE ZERO TO DEP-SECUENCIA
005710     SET QUEDAN-DEPENDIENTES TO TRUE
005720     START DEPENDIENTES-ARCHIVO
005730         KEY IS NOT LESS THAN DEP-CLAVE
005740         INVALID KEY
005750             SET NO-QUEDAN-DEPENDIENTES TO TRUE
005760     END-START
005770     IF QUEDAN-DEPENDIENTES
005780         PERFORM 3560-LEER-DEPENDIENTE
005790     END-IF
005800     PERFORM 3570-GUARDAR-SECUENCIA
005810         UNTIL NO-QUEDAN-DEPENDIENTES.
005820 3560-LEER-DEPENDIENTE.
005830     READ DEPENDIENTES-ARCHIVO NEXT RECORD
005840         AT END
005850             SET NO-QUEDAN-DEPENDIENTES TO TRUE
005860         NOT AT END
005870             IF DEP-PERSONA-ID NOT = PEN-PERSONA-ID
005880                 SET NO-QUEDAN-DEPENDIENTES TO TRUE
005890             END-IF
005900     END-READ.
005910 3570-GUARDAR-SECUENCIA.
005920     MOVE DEP-SECUENCIA TO ULTIMA-SECUENCIA
005930     PERFORM 3560-LEER-DEPENDIENTE.
005940 3590-VALIDAR-PARENTESCO.
005950     CALL "VALIDAR-PARENTESCO" USING DEP-PARENTESCO-COD
005960                                      DESCRIPCION-PARENTESCO
005970                                      EDAD-LIMITE-PARENTESCO
005980                                      PARENTESCO-VALIDO
005990     IF PARENTESCO-NO-ES-VALIDO
006000         SET CAMBIO-RECHAZADO TO TRUE
006010         MOVE "PARENTESCO FUERA DE LA TABLA" TO MOTIVO-RECHAZO
006020     END-IF.
006030 3600-APLICAR-CORRECCION-DEP.
006040     MOVE PEN-DEPENDIENTE TO CAMBIO-DEPENDIENTE
006050     MOVE PEN-PERSONA-ID TO DEP-PERSONA-ID
006060     MOVE CD-SECUENCIA TO DEP-SECUENCIA
006070     READ DEPENDIENTES-ARCHIVO
006080         KEY IS DEP-CLAVE
006090         INVALID KEY
006100             SET CAMBIO-RECHAZADO TO TRUE
006110             MOVE "DEPENDIENTE INEXISTENTE" TO MOTIVO-RECHAZO
006120         NOT INVALID KEY
006130             PERFORM 3650-CORREGIR-DEPENDIENTE
006140     END-READ.
006150*-----------------------------------------------------------------
006160*  Un parentesco nuevo vuelve a dar el beneficio por vigente,
006170*  igual que al corregirlo en MANTENIMIENTO-DEPENDIENTES.
006180*-----------------------------------------------------------------
006190 3650-CORREGIR-DEPENDIENTE.
006200     MOVE DEPENDIENTE-REGISTRO TO DEPENDIENTE-ANTERIOR
006210     IF CD-NOMBRE NOT = SPACE
006220         MOVE CD-NOMBRE TO DEP-NOMBRE
006230     END-IF
006240     IF CD-FECHA-NACIMIENTO NOT = ZERO
006250         MOVE CD-FECHA-NACIMIENTO TO DEP-FECHA-NACIMIENTO
006260     END-IF
006270     IF CD-PARENTESCO-COD NOT = SPACE
006280         MOVE CD-PARENTESCO-COD TO DEP-PARENTESCO-COD
006290         PERFORM 3590-VALIDAR-PARENTESCO
006300         IF CAMBIO-ACEPTADO
006310             MOVE DESCRIPCION-PARENTESCO TO DEP-PARENTESCO
006320             SET DEP-BENEFICIO-VIGENTE TO TRUE
006330         END-IF
006340     END-IF
006350     IF CAMBIO-ACEPTADO
006360         REWRITE DEPENDIENTE-REGISTRO
006370             INVALID KEY
006380                 SET CAMBIO-RECHAZADO TO TRUE
006390                 STRING "NO SE PUDO REGRABAR; ESTADO "
006400                     FS-DEPENDIENTES
006410                     DELIMITED BY SIZE INTO MOTIVO-RECHAZO
006420             NOT INVALID KEY
006430                 PERFORM 7100-ANOTAR-IMAGEN-DEPENDIENTE
006440                 PERFORM 3660-AUDITAR-DEPENDIENTE
006450         END-REWRITE
006460     END-IF.
006470 3660-AUDITAR-DEPENDIENTE.
006480     MOVE "M" TO OPERACION-AUDITADA
006490     IF DEP-NOMBRE NOT = AD-NOMBRE
006500         MOVE "DEP-NOMBRE" TO CAMPO-AUDITADO
006510         MOVE AD-NOMBRE TO VALOR-ANTERIOR-W
006520         PERFORM 3800-REGISTRAR-AUDITORIA
006530     END-IF
006540     IF DEP-PARENTESCO NOT = AD-PARENTESCO
006550         MOVE "DEP-PARENT" TO CAMPO-AUDITADO
006560         MOVE AD-PARENTESCO TO VALOR-ANTERIOR-W
006570         PERFORM 3800-REGISTRAR-AUDITORIA
006580     END-IF
006590     IF DEP-PARENTESCO-COD NOT = AD-PARENTESCO-COD
006600         MOVE "DEP-PAR-COD" TO CAMPO-AUDITADO
006610         MOVE AD-PARENTESCO-COD TO VALOR-ANTERIOR-W
006620         PERFORM 3800-REGISTRAR-AUDITORIA
006630     END-IF
006640     IF DEP-BENEFICIO NOT = AD-BENEFICIO
006650         MOVE "DEP-VENCIDO" TO CAMPO-AUDITADO
006660         MOVE AD-BENEFICIO TO VALOR-ANTERIOR-W
006670         PERFORM 3800-REGISTRAR-AUDITORIA
006680     END-IF
006690     IF DEP-FECHA-NACIMIENTO NOT = AD-FECHA-NACIMIENTO
006700         MOVE "DEP-FECHA" TO CAMPO-AUDITADO
006710         MOVE AD-FECHA-NACIMIENTO TO VALOR-ANTERIOR-W
006720         PERFORM 3800-REGISTRAR-AUDITORIA
006730     END-IF.
006740 3700-APLICAR-BAJA-DEPENDIENTE.
006750     MOVE PEN-DEPENDIENTE TO CAMBIO-DEPENDIENTE
006760     MOVE PEN-PERSONA-ID TO DEP-PERSONA-ID
006770     MOVE CD-SECUENCIA TO DEP-SECUENCIA
006780     READ DEPENDIENTES-ARCHIVO
006790         KEY IS DEP-CLAVE
006800         INVALID KEY
006810             SET CAMBIO-RECHAZADO TO TRUE
006820             MOVE "DEPENDIENTE INEXISTENTE" TO MOTIVO-RECHAZO
006830         NOT INVALID KEY
006840             PERFORM 3750-BORRAR-DEPENDIENTE
006850     END-READ.
006860 3750-BORRAR-DEPENDIENTE.
006870     MOVE DEPENDIENTE-REGISTRO TO DEPENDIENTE-ANTERIOR
006880     DELETE DEPENDIENTES-ARCHIVO
006890         INVALID KEY
006900             SET CAMBIO-RECHAZADO TO TRUE
006910             STRING "NO SE PUDO ELIMINAR; ESTADO "
006920                 FS-DEPENDIENTES
006930                 DELIMITED BY SIZE INTO MOTIVO-RECHAZO
006940         NOT INVALID KEY
006950             PERFORM 7200-ANOTAR-BAJA-DEPENDIENTE
006960             MOVE "B" TO OPERACION-AUDITADA
006970             MOVE "DEP-BAJA" TO CAMPO-AUDITADO
006980             MOVE AD-NOMBRE TO VALOR-ANTERIOR-W
006990             PERFORM 3800-REGISTRAR-AUDITORIA
007000     END-DELETE.
007010*-----------------------------------------------------------------
007020*  La auditoria lleva la fecha en que se aplica el cambio y el
007030*  operador que lo programo.
007040*-----------------------------------------------------------------
007050 3800-REGISTRAR-AUDITORIA.
007060     MOVE PEN-PERSONA-ID TO AUD-PERSONA-ID
007070     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
007080     ACCEPT AUD-HORA FROM TIME
007090     MOVE PEN-OPERADOR TO AUD-OPERADOR
007100     MOVE OPERACION-AUDITADA TO AUD-OPERACION
007110     MOVE CAMPO-AUDITADO TO AUD-CAMPO
007120     MOVE VALOR-ANTERIOR-W TO AUD-VALOR-ANTERIOR
007130     WRITE AUDITORIA-REGISTRO.
007140*-----------------------------------------------------------------
007150*  Si el cambio no se puede cerrar en PERSPEND se volveria a
007160*  aplicar la noche siguiente: es un error y el proceso termina
007170*  con RC 8 para que se revise.
007180*-----------------------------------------------------------------
007190 3900-CERRAR-PENDIENTE.
007200     IF CAMBIO-ACEPTADO
007210         SET PEN-APLICADO TO TRUE
007220         MOVE "APLICADO" TO PEN-RESULTADO
007230         ADD 1 TO CONTADOR-APLICADOS
007240     ELSE
007250         SET PEN-RECHAZADO TO TRUE
007260         MOVE MOTIVO-RECHAZO TO PEN-RESULTADO
007270         ADD 1 TO CONTADOR-RECHAZADOS
007280     END-IF
007290     MOVE FECHA-DE-HOY TO PEN-FECHA-CIERRE
007300     MOVE OPERADOR-TERMINAL TO PEN-OPERADOR-CIERRE
007310     REWRITE PENDIENTE-REGISTRO
007320         INVALID KEY
007330             ADD 1 TO CONTADOR-ERRORES
007340             DISPLAY "No se pudo cerrar el cambio programado "
007350                 PEN-CLAVE "; estado " FS-PENDIENTES
007360     END-REWRITE
007370     PERFORM 6200-IMPRIMIR-DETALLE.
007380 4000-IMPRIMIR-PIE.
007390     IF LINEAS-EN-PAGINA = ZERO
007400         PERFORM 6100-IMPRIMIR-CABECERA
007410     END-IF
007420     MOVE SPACE TO LINEA-IMPRESION
007430     WRITE LINEA-IMPRESION
007440     MOVE "CAMBIOS APLICADOS....................: "
007450         TO PIE-TEXTO
007460     MOVE CONTADOR-APLICADOS TO PIE-TOTAL
007470     PERFORM 6300-ESCRIBIR-PIE
007480     MOVE "CAMBIOS RECHAZADOS...................: "
007490         TO PIE-TEXTO
007500     MOVE CONTADOR-RECHAZADOS TO PIE-TOTAL
007510     PERFORM 6300-ESCRIBIR-PIE
007520     MOVE "CAMBIOS EN ESPERA DE SU FECHA........: "
007530         TO PIE-TEXTO
007540     MOVE CONTADOR-EN-ESPERA TO PIE-TOTAL
007550     PERFORM 6300-ESCRIBIR-PIE
007560     MOVE "CAMBIOS QUE NO SE PUDIERON CERRAR....: "
007570         TO PIE-TEXTO
007580     MOVE CONTADOR-ERRORES TO PIE-TOTAL
007590     PERFORM 6300-ESCRIBIR-PIE.
007600 6100-IMPRIMIR-CABECERA.
007610     ADD 1 TO NUMERO-PAGINA
007620     MOVE FECHA-DE-HOY TO CAB-FECHA
007630     MOVE NUMERO-PAGINA TO CAB-PAGINA
007640     MOVE LINEA-CABECERA-1 TO LINEA-IMPRESION
007650     WRITE LINEA-IMPRESION
007660     MOVE LINEA-CABECERA-2 TO LINEA-IMPRESION
007670     WRITE LINEA-IMPRESION
007680     MOVE SPACE TO LINEA-IMPRESION
007690     WRITE LINEA-IMPRESION
007700     MOVE 3 TO LINEAS-EN-PAGINA.
007710 6200-IMPRIMIR-DETALLE.
007720     IF LINEAS-EN-PAGINA = ZERO
007730         PERFORM 6100-IMPRIMIR-CABECERA
007740     END-IF
007750     MOVE PEN-PERSONA-ID TO DET-ID
007760     MOVE PEN-FECHA-EFECTIVA TO DET-FECHA
007770     MOVE PEN-SECUENCIA TO DET-SECUENCIA
007780     MOVE SPACE TO DET-REGISTRO
007790     IF PEN-DE-PERSONA
007800         MOVE "PERSONA" TO DET-REGISTRO
007810     ELSE
007820         IF PEN-ES-ALTA AND CAMBIO-ACEPTADO
007830             STRING "DEPENDIENTE " DEP-SECUENCIA
007840                 DELIMITED BY SIZE INTO DET-REGISTRO
007850         ELSE
007860             MOVE PEN-DEPENDIENTE TO CAMBIO-DEPENDIENTE
007870             IF PEN-ES-ALTA
007880                 MOVE "DEPENDIENTE NUEVO" TO DET-REGISTRO
007890             ELSE
007900                 STRING "DEPENDIENTE " CD-SECUENCIA
007910                     DELIMITED BY SIZE INTO DET-REGISTRO
007920             END-IF
007930         END-IF
007940     END-IF
007942     IF PEN-ES-ALTA
007944         MOVE "ALTA" TO DET-ACCION
007946     ELSE
007948         IF PEN-ES-CORRECCION
007950             MOVE "CORRECCION" TO DET-ACCION
007952         ELSE
007954             IF PEN-ES-BAJA
007956                 MOVE "BAJA" TO DET-ACCION
007958             ELSE
007960                 MOVE PEN-ACCION TO DET-ACCION
007962             END-IF
007964         END-IF
007966     END-IF
008050     MOVE PEN-OPERADOR TO DET-OPERADOR
008060     MOVE PEN-RESULTADO TO DET-RESULTADO
008070     MOVE LINEA-DETALLE TO LINEA-IMPRESION
008080     WRITE LINEA-IMPRESION
008090     ADD 1 TO LINEAS-EN-PAGINA
008100     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
008110         MOVE ZERO TO LINEAS-EN-PAGINA
008120     END-IF.
008130 6300-ESCRIBIR-PIE.
008140     MOVE LINEA-PIE TO LINEA-IMPRESION
008150     WRITE LINEA-IMPRESION.
008160*-----------------------------------------------------------------
008170*  Imagen posterior del registro para el diario PERSIMAG, o la
008180*  del dependiente eliminado; va con el operador que programo
008190*  el cambio, como la auditoria.
008200*-----------------------------------------------------------------
008210 7000-ANOTAR-IMAGEN-PERSONA.
008220     SET IMAGEN-DE-PERSONA TO TRUE
008230     SET IMAGEN-GRABADA TO TRUE
008240     MOVE PERSONAS-REGISTRO TO IMAGEN-DATOS
008250     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
008260 7100-ANOTAR-IMAGEN-DEPENDIENTE.
008270     SET IMAGEN-DE-DEPENDIENTE TO TRUE
008280     SET IMAGEN-GRABADA TO TRUE
008290     MOVE DEPENDIENTE-REGISTRO TO IMAGEN-DATOS
008300     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
008310 7200-ANOTAR-BAJA-DEPENDIENTE.
008320     SET IMAGEN-DE-DEPENDIENTE TO TRUE
008330     SET IMAGEN-ELIMINADA TO TRUE
008340     MOVE DEPENDIENTE-ANTERIOR TO IMAGEN-DATOS
008350     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
008360 7900-LLAMAR-ANOTAR-IMAGEN.
008370     CALL "ANOTAR-IMAGEN" USING IMAGEN-TIPO
008380                                IMAGEN-OPERACION
008390                                IMAGEN-DATOS
008400                                PEN-OPERADOR.
008410 9999-FIN.
008420     STOP RUN.
008430 END PROGRAM APLICAR-PENDIENTES.
