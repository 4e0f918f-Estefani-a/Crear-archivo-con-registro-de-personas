000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. VENCIMIENTO-BENEFICIARIOS.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Proceso mensual de vencimiento de beneficiarios.  Nadie
000120*  avisaba cuando un hijo dejaba de dar derecho a beneficio por
000130*  edad y nomina lo seguia pagando.  El programa recorre
000140*  DEPENDIENTES-ARCHIVO, calcula la edad de cada dependiente
000150*  con CALCULAR-EDAD y la compara con la edad limite de su
000160*  parentesco en la tabla PERSPARE (PARTREG).  Saca en PERSVENC
000170*  un listado en dos bloques:
000180*
000190*    - los que cumplen la edad limite el mes que viene, para
000200*      avisar con tiempo a la persona y a nomina;
000210*    - los que ya la han alcanzado o superado.
000220*
000230*  A los del segundo bloque que todavia tenian el beneficio
000240*  vigente se les marca DEP-BENEFICIO-VENCIDO y se deja una
000250*  linea de modificacion en AUDITORIA-ARCHIVO (campo
000260*  DEP-VENCIDO), para que la siguiente EXTRAER-NOMINA mande la
000270*  persona con el dependiente vencido en su linea D.
000280*
000290*  Solo se revisan los dependientes de personas activas, con
000300*  parentesco codificado que tenga edad limite y con fecha de
000310*  nacimiento grabada; los que estan sin codificar se cuentan
000320*  al pie para que se vayan corrigiendo.  Como escribe en
000330*  PERSDEP, se anota en PERSUSO como los demas batch y no
000340*  arranca si hay sesiones de escritura abiertas.  Deja su
000350*  inicio y su fin en el diario central PERSDIAR.
000360*
000370*  Modification history
000380*  ---------------------------------------------------------
000390*  2026-10-15  JAC  Programa nuevo.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL PERSONAS-ARCHIVO
000450         ASSIGN TO "PERSDAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PERSONA-ID
000490         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000500             WITH DUPLICATES
000510         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000520             WITH DUPLICATES
000530         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000540             SUPPRESS WHEN SPACES
000550         FILE STATUS IS FS-PERSONAS.
000560     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000570         ASSIGN TO "PERSDEP"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS DEP-CLAVE
000610         FILE STATUS IS FS-DEPENDIENTES.
000620     SELECT OPTIONAL PARENTESCOS-ARCHIVO
000630         ASSIGN TO "PERSPARE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS PRT-CODIGO
000670         FILE STATUS IS FS-PARENTESCOS.
000680     SELECT OPTIONAL AUDITORIA-ARCHIVO
000690         ASSIGN TO "PERSAUDT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-AUDITORIA.
000720     SELECT OPTIONAL LISTADO-IMPRESION
000730         ASSIGN TO "PERSVENC"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-LISTADO.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PERSONAS-ARCHIVO.
000790 COPY PERSREG.
000800 FD  DEPENDIENTES-ARCHIVO.
000810 COPY DEPREG.
000820 FD  PARENTESCOS-ARCHIVO.
000830 COPY PARTREG.
000840 FD  AUDITORIA-ARCHIVO.
000850 COPY AUDITREG.
000860 FD  LISTADO-IMPRESION.
000870 01  LINEA-IMPRESION             PIC X(132).
000880 WORKING-STORAGE SECTION.
000890 01  FS-PERSONAS                 PIC X(02).
000900 01  FS-DEPENDIENTES             PIC X(02).
000910 01  FS-PARENTESCOS              PIC X(02).
000920 01  FS-AUDITORIA                PIC X(02).
000930 01  FS-LISTADO                  PIC X(02).
000940 01  OPERADOR-TERMINAL           PIC X(20).
000950 01  HAY-MAS-DEPENDIENTES        PIC X(01) VALUE "S".
000960     88  QUEDAN-DEPENDIENTES              VALUE "S".
000970     88  NO-QUEDAN-DEPENDIENTES           VALUE "N".
000980 01  PASADA-EN-CURSO             PIC X(01).
000990     88  PASADA-PROXIMOS                  VALUE "P".
001000     88  PASADA-VENCIDOS                  VALUE "V".
001010 01  SITUACION-DEPENDIENTE       PIC X(01).
001020     88  DEPENDIENTE-EVALUABLE            VALUE "S".
001030     88  DEPENDIENTE-NO-EVALUABLE         VALUE "N".
001040 01  SITUACION-PERSONA           PIC X(01).
001050     88  PERSONA-VIGENTE                  VALUE "S".
001060     88  PERSONA-NO-VIGENTE               VALUE "N".
001070 01  PERSONA-LEIDA               PIC X(06) VALUE SPACE.
001080 01  EDAD-AL-DIA                 PIC 9(03).
001090 COPY CALCFLAG.
001100*-----------------------------------------------------------------
001110*  Fecha en que el dependiente cumple la edad limite (su fecha
001120*  de nacimiento con el ano desplazado) y mes siguiente al de
001130*  la ejecucion, en AAAAMM, para el primer bloque.
001140*-----------------------------------------------------------------
001150 01  FECHA-DE-HOY                PIC 9(08).
001160 01  FECHA-DE-HOY-R REDEFINES FECHA-DE-HOY.
001170     05  HOY-ANO                 PIC 9(04).
001180     05  HOY-MES                 PIC 9(02).
001190     05  HOY-DIA                 PIC 9(02).
001200 01  MES-SIGUIENTE.
001210     05  SIGUIENTE-ANO           PIC 9(04).
001220     05  SIGUIENTE-MES           PIC 9(02).
001230 01  FECHA-LIMITE                PIC 9(08).
001240 01  FECHA-LIMITE-R REDEFINES FECHA-LIMITE.
001250     05  LIMITE-ANO-MES          PIC X(06).
001260     05  FILLER                  PIC X(02).
001270*-----------------------------------------------------------------
001280*  Contadores del resumen y del diario.
001290*-----------------------------------------------------------------
001300 01  CONTADOR-REVISADOS          PIC 9(06) COMP VALUE ZERO.
001310 01  CONTADOR-PROXIMOS           PIC 9(05) COMP VALUE ZERO.
001320 01  CONTADOR-VENCIDOS           PIC 9(05) COMP VALUE ZERO.
001330 01  CONTADOR-MARCADOS           PIC 9(05) COMP VALUE ZERO.
001340 01  CONTADOR-SIN-CODIFICAR      PIC 9(05) COMP VALUE ZERO.
001350 01  CONTADOR-SIN-FECHA          PIC 9(05) COMP VALUE ZERO.
001360 01  NUMERO-PAGINA               PIC 9(03) COMP VALUE ZERO.
001370 01  LINEAS-EN-PAGINA            PIC 9(02) COMP VALUE ZERO.
001380 01  MAXIMO-LINEAS-PAGINA        PIC 9(02) COMP VALUE 50.
001390 01  DIARIO-PROGRAMA PIC X(20) VALUE "VENCIMIENTO-BENEFIC".
001400 01  DIARIO-TIPO                 PIC X(01).
001410 01  DIARIO-RETORNO              PIC 9(04) VALUE ZERO.
001420 01  DIARIO-CONTADORES           PIC X(60).
001430 01  DIARIO-NUM-A                PIC 9(06).
001440 01  DIARIO-NUM-B                PIC 9(05).
001450 01  DIARIO-NUM-C                PIC 9(05).
001460 01  DIARIO-NUM-D                PIC 9(05).
001470 01  ACCION-DE-SESION            PIC X(01).
001480 COPY SESFLAG.
001482 COPY IMAGPARM.
001490 01  LINEA-CABECERA-1.
001500     05  FILLER                  PIC X(30)
001510         VALUE "VENCIMIENTO DE BENEFICIARIOS".
001520     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001530     05  CAB-FECHA               PIC 9999/99/99.
001540     05  FILLER                  PIC X(08) VALUE SPACE.
001550     05  FILLER                  PIC X(07) VALUE "PAGINA ".
001560     05  CAB-PAGINA              PIC ZZ9.
001570 01  LINEA-CABECERA-2.
001580     05  FILLER                  PIC X(08) VALUE "ID".
001590     05  FILLER                  PIC X(05) VALUE "SEC".
001600     05  FILLER                  PIC X(32) VALUE "DEPENDIENTE".
001610     05  FILLER                  PIC X(17) VALUE "PARENTESCO".
001620     05  FILLER                  PIC X(12) VALUE "NACIMIENTO".
001630     05  FILLER                  PIC X(06) VALUE "EDAD".
001640     05  FILLER                  PIC X(12) VALUE "FECHA LIMITE".
001650     05  FILLER                  PIC X(12) VALUE "SITUACION".
001660 01  LINEA-BLOQUE                PIC X(60).
001670 01  LINEA-DETALLE.
001680     05  DET-ID                  PIC X(08).
001690     05  DET-SECUENCIA           PIC 9(03).
001700     05  FILLER                  PIC X(02) VALUE SPACE.
001710     05  DET-NOMBRE              PIC X(32).
001720     05  DET-PARENTESCO          PIC X(17).
001730     05  DET-NACIMIENTO          PIC 9999/99/99.
001740     05  FILLER                  PIC X(02) VALUE SPACE.
001750     05  DET-EDAD                PIC ZZ9.
001760     05  FILLER                  PIC X(03) VALUE SPACE.
001770     05  DET-LIMITE              PIC 9999/99/99.
001780     05  FILLER                  PIC X(02) VALUE SPACE.
001790     05  DET-SITUACION           PIC X(12).
001800 01  LINEA-PIE.
001810     05  PIE-TEXTO               PIC X(40).
001820     05  PIE-TOTAL               PIC ZZZZZ9.
001830 PROCEDURE DIVISION.
001840 0000-MAINLINE.
001850     PERFORM 8000-ANOTAR-INICIO
001860     PERFORM 0400-IDENTIFICAR-OPERADOR
001870     PERFORM 0500-RESERVAR-SESION
001880     IF SESION-DENEGADA
001890         DISPLAY "Hay sesiones de escritura abiertas; el "
001900             "vencimiento no arranca."
001910         MOVE 8 TO DIARIO-RETORNO
001920         MOVE 8 TO RETURN-CODE
001930         PERFORM 8100-ANOTAR-FIN
001940         GO TO 9999-FIN
001950     END-IF
001960     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
001970     PERFORM 1500-CALCULAR-MES-SIGUIENTE
001980     PERFORM 2000-LISTAR-PROXIMOS
001990     PERFORM 3000-LISTAR-VENCIDOS
002000     PERFORM 4000-IMPRIMIR-PIE
002010     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
002020     PERFORM 0600-LIBERAR-SESION
002030     PERFORM 8100-ANOTAR-FIN
002040     GO TO 9999-FIN.
002050 0400-IDENTIFICAR-OPERADOR.
002060     MOVE SPACE TO OPERADOR-TERMINAL
002070     ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "OPERADOR"
002080     IF OPERADOR-TERMINAL = SPACE
002090         ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "USER"
002100     END-IF.
002110*-----------------------------------------------------------------
002120*  Los batch no esperan a nadie: con cualquier sesion de
002130*  escritura anotada en PERSUSO el proceso no arranca.
002140*-----------------------------------------------------------------
002150 0500-RESERVAR-SESION.
002160     MOVE "A" TO ACCION-DE-SESION
002170     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002180                                    DIARIO-PROGRAMA
002190                                    OPERADOR-TERMINAL
002200                                    SESION-RESPUESTA.
002210 0600-LIBERAR-SESION.
002220     MOVE "L" TO ACCION-DE-SESION
002230     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002240                                    DIARIO-PROGRAMA
002250                                    OPERADOR-TERMINAL
002260                                    SESION-RESPUESTA.
002270 8000-ANOTAR-INICIO.
002280     MOVE "I" TO DIARIO-TIPO
002290     MOVE ZERO TO DIARIO-RETORNO
002300     MOVE SPACE TO DIARIO-CONTADORES
002310     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002320                                 DIARIO-TIPO
002330                                 DIARIO-RETORNO
002340                                 DIARIO-CONTADORES.
002350 8100-ANOTAR-FIN.
002360     MOVE "F" TO DIARIO-TIPO
002370     MOVE CONTADOR-REVISADOS TO DIARIO-NUM-A
002380     MOVE CONTADOR-PROXIMOS TO DIARIO-NUM-B
002390     MOVE CONTADOR-VENCIDOS TO DIARIO-NUM-C
002400     MOVE CONTADOR-MARCADOS TO DIARIO-NUM-D
002410     MOVE SPACE TO DIARIO-CONTADORES
002420     STRING "REVISADOS=" DIARIO-NUM-A
002430         " PROXIMOS=" DIARIO-NUM-B
002440         " VENCIDOS=" DIARIO-NUM-C
002450         " NUEVOS=" DIARIO-NUM-D
002460         DELIMITED BY SIZE INTO DIARIO-CONTADORES
002470     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002480                                 DIARIO-TIPO
002490                                 DIARIO-RETORNO
002500                                 DIARIO-CONTADORES.
002510*-----------------------------------------------------------------
002520*  PERSDEP se abre I-O para marcar los vencidos; si es la
002530*  primera ejecucion los indexados se crean vacios y se
002540*  reabren.  PERSPARE y PERSDAT solo se leen.
002550*-----------------------------------------------------------------
002560 1000-PROCEDIMIENTO-DE-APERTURA.
002570     OPEN INPUT PERSONAS-ARCHIVO
002580     IF FS-PERSONAS = "35"
002590         OPEN OUTPUT PERSONAS-ARCHIVO
002600         CLOSE PERSONAS-ARCHIVO
002610         OPEN INPUT PERSONAS-ARCHIVO
002620     END-IF
002630     OPEN I-O DEPENDIENTES-ARCHIVO
002640     IF FS-DEPENDIENTES = "35"
002650         OPEN OUTPUT DEPENDIENTES-ARCHIVO
002660         CLOSE DEPENDIENTES-ARCHIVO
002670         OPEN I-O DEPENDIENTES-ARCHIVO
002680     END-IF
002690     OPEN INPUT PARENTESCOS-ARCHIVO
002700     IF FS-PARENTESCOS = "35"
002710         OPEN OUTPUT PARENTESCOS-ARCHIVO
002720         CLOSE PARENTESCOS-ARCHIVO
002730         OPEN INPUT PARENTESCOS-ARCHIVO
002740     END-IF
002750     OPEN EXTEND AUDITORIA-ARCHIVO
002760     OPEN OUTPUT LISTADO-IMPRESION
002770     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
002780 5000-PROCEDIMIENTO-DE-CIERRE.
002790     CLOSE PERSONAS-ARCHIVO
002800     CLOSE DEPENDIENTES-ARCHIVO
002810     CLOSE PARENTESCOS-ARCHIVO
002820     CLOSE AUDITORIA-ARCHIVO
002830     CLOSE LISTADO-IMPRESION.
002840 1500-CALCULAR-MES-SIGUIENTE.
002850     MOVE HOY-ANO TO SIGUIENTE-ANO
002860     MOVE HOY-MES TO SIGUIENTE-MES
002870     IF HOY-MES = 12
002880         ADD 1 TO SIGUIENTE-ANO
002890         MOVE 1 TO SIGUIENTE-MES
002900     ELSE
002910         ADD 1 TO SIGUIENTE-MES
002920     END-IF.
002930*-----------------------------------------------------------------
002940*  Primer bloque: dependientes con el beneficio vigente que
002950*  cumplen la edad limite dentro del mes que viene.  En esta
002960*  pasada se cuentan tambien los revisados, los sin codificar
002970*  y los sin fecha, para no contarlos dos veces.
002980*-----------------------------------------------------------------
002990 2000-LISTAR-PROXIMOS.
003000     SET PASADA-PROXIMOS TO TRUE
003010     MOVE "CUMPLEN LA EDAD LIMITE EL MES QUE VIENE"
003020         TO LINEA-BLOQUE
003030     PERFORM 2050-ABRIR-BLOQUE
003040     PERFORM 2100-POSICIONAR-DEPENDIENTES
003050     PERFORM 2200-EXAMINAR-PROXIMO
003060         UNTIL NO-QUEDAN-DEPENDIENTES.
003070 2050-ABRIR-BLOQUE.
003080     IF LINEAS-EN-PAGINA = ZERO
003090         PERFORM 6100-IMPRIMIR-CABECERA
003100     END-IF
003110     MOVE SPACE TO LINEA-IMPRESION
003120     WRITE LINEA-IMPRESION
003130     MOVE LINEA-BLOQUE TO LINEA-IMPRESION
003140     WRITE LINEA-IMPRESION
003150     MOVE SPACE TO LINEA-IMPRESION
003160     WRITE LINEA-IMPRESION
003170     ADD 3 TO LINEAS-EN-PAGINA.
003180 2100-POSICIONAR-DEPENDIENTES.
003190     SET QUEDAN-DEPENDIENTES TO TRUE
003200     MOVE LOW-VALUE TO DEP-CLAVE
003210     START DEPENDIENTES-ARCHIVO
003220         KEY IS NOT LESS THAN DEP-CLAVE
003230         INVALID KEY
003240             SET NO-QUEDAN-DEPENDIENTES TO TRUE
003250     END-START
003260     IF QUEDAN-DEPENDIENTES
003270         PERFORM 2900-LEER-DEPENDIENTE
003280     END-IF.
003290 2200-EXAMINAR-PROXIMO.
003300     PERFORM 2950-EVALUAR-DEPENDIENTE
003310     IF DEPENDIENTE-EVALUABLE
003320         AND DEP-BENEFICIO-VIGENTE
003330         AND EDAD-AL-DIA < PRT-EDAD-LIMITE
003340         AND LIMITE-ANO-MES = MES-SIGUIENTE
003350         ADD 1 TO CONTADOR-PROXIMOS
003360         MOVE "VENCE" TO DET-SITUACION
003370         PERFORM 6200-IMPRIMIR-DETALLE
003380     END-IF
003390     PERFORM 2900-LEER-DEPENDIENTE.
003400 2900-LEER-DEPENDIENTE.
003410     READ DEPENDIENTES-ARCHIVO NEXT RECORD
003420         AT END
003430             SET NO-QUEDAN-DEPENDIENTES TO TRUE
003440     END-READ.
003450*-----------------------------------------------------------------
003460*  Un dependiente se evalua si su persona esta activa, su
003470*  parentesco esta en la tabla con edad limite y su fecha de
003480*  nacimiento permite calcular la edad.  La persona solo se
003490*  lee al cambiar de DEP-PERSONA-ID.
003500*-----------------------------------------------------------------
003510 2950-EVALUAR-DEPENDIENTE.
003520     SET DEPENDIENTE-NO-EVALUABLE TO TRUE
003530     IF PASADA-PROXIMOS
003540         ADD 1 TO CONTADOR-REVISADOS
003550     END-IF
003560     IF DEP-PERSONA-ID NOT = PERSONA-LEIDA
003570         PERFORM 2960-LEER-PERSONA
003580     END-IF
003590     IF PERSONA-VIGENTE
003600         PERFORM 2970-LEER-PARENTESCO
003610     END-IF.
003620 2960-LEER-PERSONA.
003630     MOVE DEP-PERSONA-ID TO PERSONA-LEIDA
003640     MOVE DEP-PERSONA-ID TO PERSONA-ID
003650     SET PERSONA-NO-VIGENTE TO TRUE
003660     READ PERSONAS-ARCHIVO
003670         KEY IS PERSONA-ID
003680         INVALID KEY
003690             SET PERSONA-NO-VIGENTE TO TRUE
003700         NOT INVALID KEY
003710             IF PERSONA-ACTIVA
003720                 SET PERSONA-VIGENTE TO TRUE
003730             END-IF
003740     END-READ.
003750 2970-LEER-PARENTESCO.
003760     IF DEP-PARENTESCO-COD = SPACE
003770         IF PASADA-PROXIMOS
003780             ADD 1 TO CONTADOR-SIN-CODIFICAR
003790         END-IF
003800     ELSE
003810         MOVE DEP-PARENTESCO-COD TO PRT-CODIGO
003820         READ PARENTESCOS-ARCHIVO
003830             KEY IS PRT-CODIGO
003840             INVALID KEY
003850                 IF PASADA-PROXIMOS
003860                     ADD 1 TO CONTADOR-SIN-CODIFICAR
003870                 END-IF
003880             NOT INVALID KEY
003890                 IF NOT PRT-SIN-LIMITE
003900                     PERFORM 2980-CALCULAR-EDAD
003902                 END-IF
003904         END-READ
003906     END-IF.
003910 2980-CALCULAR-EDAD.
003920     CALL "CALCULAR-EDAD" USING DEP-FECHA-NACIMIENTO
003930                                 EDAD-AL-DIA
003940                                 EDAD-CONOCIDA
003950     IF EDAD-SE-CONOCE
003960         SET DEPENDIENTE-EVALUABLE TO TRUE
003970         COMPUTE FECHA-LIMITE =
003980             DEP-FECHA-NACIMIENTO + PRT-EDAD-LIMITE * 10000
003990     ELSE
004000         IF PASADA-PROXIMOS
004010             ADD 1 TO CONTADOR-SIN-FECHA
004020         END-IF
004030     END-IF.
004040*-----------------------------------------------------------------
004050*  Segundo bloque: dependientes que ya han cumplido la edad
004060*  limite.  Los que aun tenian el beneficio vigente se marcan
004070*  vencidos y se auditan; los ya marcados en meses anteriores
004080*  salen en el listado sin volver a tocarlos.
004090*-----------------------------------------------------------------
004100 3000-LISTAR-VENCIDOS.
004110     SET PASADA-VENCIDOS TO TRUE
004120     MOVE "HAN CUMPLIDO YA LA EDAD LIMITE" TO LINEA-BLOQUE
004130     PERFORM 2050-ABRIR-BLOQUE
004140     PERFORM 2100-POSICIONAR-DEPENDIENTES
004150     PERFORM 3200-EXAMINAR-VENCIDO
004160         UNTIL NO-QUEDAN-DEPENDIENTES.
004170 3200-EXAMINAR-VENCIDO.
004180     PERFORM 2950-EVALUAR-DEPENDIENTE
004190     IF DEPENDIENTE-EVALUABLE
004200         AND EDAD-AL-DIA NOT < PRT-EDAD-LIMITE
004210         ADD 1 TO CONTADOR-VENCIDOS
004220         IF DEP-BENEFICIO-VIGENTE
004230             PERFORM 3300-MARCAR-VENCIDO
004240         ELSE
004250             MOVE "YA VENCIDO" TO DET-SITUACION
004260         END-IF
004270         PERFORM 6200-IMPRIMIR-DETALLE
004280     END-IF
004290     PERFORM 2900-LEER-DEPENDIENTE.
004300 3300-MARCAR-VENCIDO.
004310     MOVE DEP-BENEFICIO TO AUD-VALOR-ANTERIOR
004320     SET DEP-BENEFICIO-VENCIDO TO TRUE
004330     REWRITE DEPENDIENTE-REGISTRO
004340         INVALID KEY
004350             DISPLAY "No se pudo marcar el dependiente "
004360                 DEP-CLAVE "; estado " FS-DEPENDIENTES
004370             MOVE "NO MARCADO" TO DET-SITUACION
004380             MOVE 4 TO DIARIO-RETORNO
004390             MOVE 4 TO RETURN-CODE
004400         NOT INVALID KEY
004410             ADD 1 TO CONTADOR-MARCADOS
004420             MOVE "VENCIDO HOY" TO DET-SITUACION
004422             PERFORM 7100-ANOTAR-IMAGEN-DEPENDIENTE
004430             PERFORM 3400-REGISTRAR-AUDITORIA
004440     END-REWRITE.
004450 3400-REGISTRAR-AUDITORIA.
004460     MOVE DEP-PERSONA-ID TO AUD-PERSONA-ID
004470     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
004480     ACCEPT AUD-HORA FROM TIME
004490     MOVE OPERADOR-TERMINAL TO AUD-OPERADOR
004500     SET AUD-OP-MODIFICACION TO TRUE
004510     MOVE "DEP-VENCIDO" TO AUD-CAMPO
004520     WRITE AUDITORIA-REGISTRO.
004530 4000-IMPRIMIR-PIE.
004540     MOVE SPACE TO LINEA-IMPRESION
004550     WRITE LINEA-IMPRESION
004560     MOVE "DEPENDIENTES REVISADOS...............: "
004570         TO PIE-TEXTO
004580     MOVE CONTADOR-REVISADOS TO PIE-TOTAL
004590     PERFORM 6300-ESCRIBIR-PIE
004600     MOVE "CUMPLEN LA EDAD LIMITE EL MES QUE VIENE: "
004610         TO PIE-TEXTO
004620     MOVE CONTADOR-PROXIMOS TO PIE-TOTAL
004630     PERFORM 6300-ESCRIBIR-PIE
004640     MOVE "HAN CUMPLIDO YA LA EDAD LIMITE.......: "
004650         TO PIE-TEXTO
004660     MOVE CONTADOR-VENCIDOS TO PIE-TOTAL
004670     PERFORM 6300-ESCRIBIR-PIE
004680     MOVE "  DE ELLOS, MARCADOS VENCIDOS HOY....: "
004690         TO PIE-TEXTO
004700     MOVE CONTADOR-MARCADOS TO PIE-TOTAL
004710     PERFORM 6300-ESCRIBIR-PIE
004720     MOVE "PARENTESCO SIN CODIFICAR.............: "
004730         TO PIE-TEXTO
004740     MOVE CONTADOR-SIN-CODIFICAR TO PIE-TOTAL
004750     PERFORM 6300-ESCRIBIR-PIE
004760     MOVE "SIN FECHA DE NACIMIENTO..............: "
004770         TO PIE-TEXTO
004780     MOVE CONTADOR-SIN-FECHA TO PIE-TOTAL
004790     PERFORM 6300-ESCRIBIR-PIE.
004800 6100-IMPRIMIR-CABECERA.
004810     ADD 1 TO NUMERO-PAGINA
004820     MOVE FECHA-DE-HOY TO CAB-FECHA
004830     MOVE NUMERO-PAGINA TO CAB-PAGINA
004840     MOVE LINEA-CABECERA-1 TO LINEA-IMPRESION
004850     WRITE LINEA-IMPRESION
004860     MOVE LINEA-CABECERA-2 TO LINEA-IMPRESION
004870     WRITE LINEA-IMPRESION
004880     MOVE 2 TO LINEAS-EN-PAGINA.
004890 6200-IMPRIMIR-DETALLE.
004900     IF LINEAS-EN-PAGINA = ZERO
004910         PERFORM 6100-IMPRIMIR-CABECERA
004920     END-IF
004930     MOVE DEP-PERSONA-ID TO DET-ID
004940     MOVE DEP-SECUENCIA TO DET-SECUENCIA
004950     MOVE DEP-NOMBRE TO DET-NOMBRE
004960     MOVE DEP-PARENTESCO TO DET-PARENTESCO
004970     MOVE DEP-FECHA-NACIMIENTO TO DET-NACIMIENTO
004980     MOVE EDAD-AL-DIA TO DET-EDAD
004990     MOVE FECHA-LIMITE TO DET-LIMITE
005000     MOVE LINEA-DETALLE TO LINEA-IMPRESION
005010     WRITE LINEA-IMPRESION
005020     ADD 1 TO LINEAS-EN-PAGINA
005030     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
005040         MOVE ZERO TO LINEAS-EN-PAGINA
005050     END-IF.
005060 6300-ESCRIBIR-PIE.
005070     MOVE LINEA-PIE TO LINEA-IMPRESION
005080     WRITE LINEA-IMPRESION.
005081*-----------------------------------------------------------------
005082*  Imagen posterior del registro para el diario PERSIMAG.
005084*-----------------------------------------------------------------
005085 7100-ANOTAR-IMAGEN-DEPENDIENTE.
005086     SET IMAGEN-DE-DEPENDIENTE TO TRUE
005087     SET IMAGEN-GRABADA TO TRUE
005088     MOVE DEPENDIENTE-REGISTRO TO IMAGEN-DATOS
005089     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
005090 7900-LLAMAR-ANOTAR-IMAGEN.
005091     CALL "ANOTAR-IMAGEN" USING IMAGEN-TIPO
005092                                IMAGEN-OPERACION
005093                                IMAGEN-DATOS
005094                                OPERADOR-TERMINAL.
005095 9999-FIN.
005100     STOP RUN.
005110 END PROGRAM VENCIMIENTO-BENEFICIARIOS.
