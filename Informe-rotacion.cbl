000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. INFORME-ROTACION.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Informe trimestral de rotacion de plantilla sobre el
000120*  historial laboral (MOVIMIENTOS-ARCHIVO, PERSMOVL, y su
000130*  historico PERSMOVH), que personal venia sacando a mano de
000140*  PERSAUDT.  Produce en PERSROTR dos partes:
000150*
000160*  1. Antiguedad de las personas activas de PERSDAT: primer
000170*     ingreso, ingreso del periodo vigente (ultimo ingreso o
000180*     reingreso) y anos cumplidos en la empresa, calculados con
000190*     CALCULAR-EDAD, con su reparto por tramos.
000200*  2. Bajas del periodo tecleado (fecha desde / hasta, como en
000210*     INFORME-AUDITORIA) con ruptura y subtotal por motivo, los
000220*     ingresos y reingresos del mismo periodo y el indice de
000230*     rotacion (bajas por cada cien personas activas).
000240*
000250*  Los movimientos de PERSMOVL y PERSMOVH se juntan con un
000260*  SORT; una persona reincorporada tiene sus movimientos
000270*  anteriores en los dos ficheros, y las copias repetidas
000280*  salen juntas tras la ordenacion y se cuentan una sola vez.
000290*
000300*  Modification history
000310*  ---------------------------------------------------------
000320*  2026-10-15  JAC  Programa nuevo.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL PERSONAS-ARCHIVO
000380         ASSIGN TO "PERSDAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS PERSONA-ID
000420         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000430             WITH DUPLICATES
000432         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000434             WITH DUPLICATES
000436         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000438             SUPPRESS WHEN SPACES
000440         FILE STATUS IS FS-PERSONAS.
000450     SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
000460         ASSIGN TO "PERSMOVL"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MOV-CLAVE
000500         FILE STATUS IS FS-MOVIMIENTOS.
000510     SELECT OPTIONAL HISTORICO-MOVIMIENTOS
000520         ASSIGN TO "PERSMOVH"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-HIST-MOV.
000550     SELECT ORDENACION-MOVIMIENTOS
000560         ASSIGN TO "SORTWK1".
000570     SELECT OPTIONAL LISTADO-IMPRESION
000580         ASSIGN TO "PERSROTR"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-LISTADO.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PERSONAS-ARCHIVO.
000640 COPY PERSREG.
000650 FD  MOVIMIENTOS-ARCHIVO.
000660 COPY MOVLREG.
000670*-----------------------------------------------------------------
000680*  Mismo layout historico que graba DEPURAR-PERSONAS: la fecha
000690*  de depuracion delante y el movimiento tal cual era.
000700*-----------------------------------------------------------------
000710 FD  HISTORICO-MOVIMIENTOS.
000720 01  HISTORICO-MOV-REGISTRO.
000730     05  HISTM-FECHA-DEPURACION  PIC 9(08).
000740     05  HISTM-DATOS-MOV         PIC X(47).
000750*-----------------------------------------------------------------
000760*  Las bajas ("B") quedan delante de los ingresos ("I") y
000770*  reingresos ("R"), y dentro de las bajas agrupadas por motivo
000780*  para la ruptura.
000790*-----------------------------------------------------------------
000800 SD  ORDENACION-MOVIMIENTOS.
000810 01  ORDEN-REGISTRO.
000820     05  ORD-TIPO                PIC X(01).
000830     05  ORD-MOTIVO              PIC X(01).
000840     05  ORD-FECHA-EFECTIVA      PIC 9(08).
000850     05  ORD-PERSONA-ID          PIC X(06).
000860     05  ORD-SECUENCIA           PIC 9(03).
000870 FD  LISTADO-IMPRESION.
000880 01  LINEA-IMPRESION             PIC X(132).
000890 WORKING-STORAGE SECTION.
000900 01  FS-PERSONAS                 PIC X(02).
000910 01  FS-MOVIMIENTOS              PIC X(02).
000920 01  FS-HIST-MOV                 PIC X(02).
000930 01  FS-LISTADO                  PIC X(02).
000940 01  HAY-MAS-REGISTROS           PIC X(01) VALUE "S".
000950     88  QUEDAN-REGISTROS                 VALUE "S".
000960     88  NO-QUEDAN-REGISTROS              VALUE "N".
000970 01  HAY-MAS-MOVIMIENTOS         PIC X(01) VALUE "S".
000980     88  QUEDAN-MOVIMIENTOS               VALUE "S".
000990     88  NO-QUEDAN-MOVIMIENTOS            VALUE "N".
001000 01  HAY-MAS-ORDENADOS           PIC X(01) VALUE "S".
001010     88  QUEDAN-ORDENADOS                 VALUE "S".
001020     88  NO-QUEDAN-ORDENADOS              VALUE "N".
001030 01  FECHA-DESDE-TECLEADA        PIC X(08).
001040 01  FECHA-HASTA-TECLEADA        PIC X(08).
001050 01  FECHA-DESDE                 PIC 9(08).
001060 01  FECHA-HASTA                 PIC 9(08).
001070 01  FECHA-DE-HOY                PIC 9(08).
001080 01  NUMERO-PAGINA               PIC 9(03) COMP VALUE ZERO.
001090 01  LINEAS-EN-PAGINA            PIC 9(02) COMP VALUE ZERO.
001100 01  MAXIMO-LINEAS-PAGINA        PIC 9(02) COMP VALUE 50.
001110 01  LINEA-GUARDADA              PIC X(132).
001120*-----------------------------------------------------------------
001130*  Antiguedad de cada persona activa.
001140*-----------------------------------------------------------------
001150 01  FECHA-PRIMER-INGRESO        PIC 9(08).
001160 01  FECHA-INGRESO-VIGENTE       PIC 9(08).
001170 01  ANOS-EN-EMPRESA             PIC 9(03).
001180 COPY CALCFLAG.
001190 01  CONTADOR-ACTIVAS            PIC 9(05) COMP VALUE ZERO.
001200 01  CONTADOR-MENOS-DE-1         PIC 9(05) COMP VALUE ZERO.
001210 01  CONTADOR-DE-1-A-4           PIC 9(05) COMP VALUE ZERO.
001220 01  CONTADOR-DE-5-A-9           PIC 9(05) COMP VALUE ZERO.
001230 01  CONTADOR-DE-10-A-19         PIC 9(05) COMP VALUE ZERO.
001240 01  CONTADOR-20-O-MAS           PIC 9(05) COMP VALUE ZERO.
001250 01  CONTADOR-SIN-INGRESO        PIC 9(05) COMP VALUE ZERO.
001260*-----------------------------------------------------------------
001270*  Bajas, ingresos y reingresos del periodo.
001280*-----------------------------------------------------------------
001290 01  ORDEN-ANTERIOR              PIC X(19).
001300 01  MOTIVO-EN-CURSO             PIC X(01).
001310 01  HAY-MOTIVO-ABIERTO          PIC X(01).
001320     88  MOTIVO-ABIERTO                   VALUE "S".
001330     88  MOTIVO-CERRADO                   VALUE "N".
001340 01  CONTADOR-MOTIVO             PIC 9(05) COMP VALUE ZERO.
001350 01  CONTADOR-BAJAS              PIC 9(05) COMP VALUE ZERO.
001360 01  CONTADOR-INGRESOS           PIC 9(05) COMP VALUE ZERO.
001370 01  CONTADOR-REINGRESOS         PIC 9(05) COMP VALUE ZERO.
001380 01  CONTADOR-REPETIDOS          PIC 9(05) COMP VALUE ZERO.
001390 01  INDICE-ROTACION             PIC 9(05)V99 VALUE ZERO.
001400 01  DESCRIPCION-MOTIVO          PIC X(20).
001410 01  LINEA-CABECERA-1.
001420     05  FILLER                  PIC X(26)
001430         VALUE "INFORME DE ROTACION".
001440     05  FILLER                  PIC X(04) VALUE SPACE.
001450     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001460     05  CAB-FECHA               PIC 9999/99/99.
001470     05  FILLER                  PIC X(08) VALUE SPACE.
001480     05  FILLER                  PIC X(07) VALUE "PAGINA ".
001490     05  CAB-PAGINA              PIC ZZ9.
001500 01  LINEA-CABECERA-2.
001510     05  CAB-TITULO              PIC X(40).
001520     05  FILLER                  PIC X(07) VALUE "DESDE: ".
001530     05  CAB-DESDE               PIC 9999/99/99.
001540     05  FILLER                  PIC X(09) VALUE "  HASTA: ".
001550     05  CAB-HASTA               PIC 9999/99/99.
001560 01  LINEA-CABECERA-3            PIC X(132).
001570 01  COLUMNAS-ANTIGUEDAD.
001580     05  FILLER                  PIC X(08) VALUE "ID".
001590     05  FILLER                  PIC X(37) VALUE "APELLIDOS".
001600     05  FILLER                  PIC X(27) VALUE "NOMBRE".
001610     05  FILLER                  PIC X(14) VALUE "1ER INGRESO".
001620     05  FILLER                  PIC X(14) VALUE "INGRESO ACT.".
001630     05  FILLER                  PIC X(05) VALUE "ANOS".
001640 01  COLUMNAS-BAJAS.
001650     05  FILLER                  PIC X(08) VALUE "ID".
001660     05  FILLER                  PIC X(14) VALUE "FECHA BAJA".
001670     05  FILLER                  PIC X(22) VALUE "MOTIVO".
001680 01  LINEA-ANTIGUEDAD.
001690     05  ANT-ID                  PIC X(08).
001700     05  ANT-APELLIDOS           PIC X(37).
001710     05  ANT-NOMBRE              PIC X(27).
001720     05  ANT-PRIMER-INGRESO      PIC 9999/99/99.
001730     05  FILLER                  PIC X(04) VALUE SPACE.
001740     05  ANT-INGRESO-VIGENTE     PIC 9999/99/99.
001750     05  FILLER                  PIC X(04) VALUE SPACE.
001760     05  ANT-ANOS                PIC X(05).
001770 01  LINEA-BAJA.
001780     05  BAJ-ID                  PIC X(08).
001790     05  BAJ-FECHA               PIC 9999/99/99.
001800     05  FILLER                  PIC X(04) VALUE SPACE.
001810     05  BAJ-MOTIVO              PIC X(22).
001820 01  LINEA-TOTAL.
001830     05  TOT-TEXTO               PIC X(40).
001840     05  TOT-CONTADOR            PIC ZZZZ9.
001850 01  LINEA-INDICE.
001860     05  FILLER                  PIC X(40)
001870         VALUE "INDICE DE ROTACION (BAJAS x 100/ACT.).: ".
001880     05  IND-VALOR               PIC ZZZZ9.99.
001890 PROCEDURE DIVISION.
001900 0000-MAINLINE.
001910     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
001920     PERFORM 1500-PEDIR-CRITERIOS
001930     PERFORM 2000-INFORMAR-ANTIGUEDAD
001940     PERFORM 3000-INFORMAR-BAJAS
001950     PERFORM 4000-IMPRIMIR-ROTACION
001960     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
001970     GO TO 9999-FIN.
001980 1000-PROCEDIMIENTO-DE-APERTURA.
001990     OPEN INPUT PERSONAS-ARCHIVO
002000     IF FS-PERSONAS = "35"
002010         OPEN OUTPUT PERSONAS-ARCHIVO
002020         CLOSE PERSONAS-ARCHIVO
002030         OPEN INPUT PERSONAS-ARCHIVO
002040     END-IF
002050     OPEN INPUT MOVIMIENTOS-ARCHIVO
002060     IF FS-MOVIMIENTOS = "35"
002070         OPEN OUTPUT MOVIMIENTOS-ARCHIVO
002080         CLOSE MOVIMIENTOS-ARCHIVO
002090         OPEN INPUT MOVIMIENTOS-ARCHIVO
002100     END-IF
002110     OPEN OUTPUT LISTADO-IMPRESION
002120     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
002130 5000-PROCEDIMIENTO-DE-CIERRE.
002140     CLOSE PERSONAS-ARCHIVO
002150     CLOSE MOVIMIENTOS-ARCHIVO
002160     CLOSE LISTADO-IMPRESION.
002170 1500-PEDIR-CRITERIOS.
002180     MOVE SPACE TO FECHA-DESDE-TECLEADA
002190     DISPLAY "Fecha desde AAAAMMDD (ENTER = todas): "
002200     ACCEPT FECHA-DESDE-TECLEADA
002210     IF FECHA-DESDE-TECLEADA IS NUMERIC
002220         MOVE FECHA-DESDE-TECLEADA TO FECHA-DESDE
002230     ELSE
002240         MOVE ZERO TO FECHA-DESDE
002250     END-IF
002260     MOVE SPACE TO FECHA-HASTA-TECLEADA
002270     DISPLAY "Fecha hasta AAAAMMDD (ENTER = hasta hoy): "
002280     ACCEPT FECHA-HASTA-TECLEADA
002290     IF FECHA-HASTA-TECLEADA IS NUMERIC
002300         MOVE FECHA-HASTA-TECLEADA TO FECHA-HASTA
002310     ELSE
002320         MOVE FECHA-DE-HOY TO FECHA-HASTA
002330     END-IF
002340     MOVE FECHA-DESDE TO CAB-DESDE
002350     MOVE FECHA-HASTA TO CAB-HASTA.
002360*-----------------------------------------------------------------
002370*  Primera parte: una linea por persona activa con su
002380*  antiguedad, que se cuenta desde el ingreso del periodo
002390*  vigente; el primer ingreso se muestra aparte para quien ha
002400*  tenido periodos anteriores.
002410*-----------------------------------------------------------------
002420 2000-INFORMAR-ANTIGUEDAD.
002430     MOVE "ANTIGUEDAD DE LA PLANTILLA ACTIVA" TO CAB-TITULO
002440     MOVE COLUMNAS-ANTIGUEDAD TO LINEA-CABECERA-3
002450     MOVE ZERO TO LINEAS-EN-PAGINA
002460     SET QUEDAN-REGISTROS TO TRUE
002470     PERFORM 2900-LEER-PERSONA
002480     PERFORM 2100-PROCESAR-PERSONA
002490         UNTIL NO-QUEDAN-REGISTROS
002500     PERFORM 2500-IMPRIMIR-TRAMOS.
002510 2100-PROCESAR-PERSONA.
002520     IF PERSONA-ACTIVA
002530         ADD 1 TO CONTADOR-ACTIVAS
002540         PERFORM 2200-BUSCAR-INGRESOS
002550         PERFORM 2400-IMPRIMIR-ANTIGUEDAD
002560     END-IF
002570     PERFORM 2900-LEER-PERSONA.
002580 2200-BUSCAR-INGRESOS.
002590     MOVE ZERO TO FECHA-PRIMER-INGRESO
002600     MOVE ZERO TO FECHA-INGRESO-VIGENTE
002610     SET QUEDAN-MOVIMIENTOS TO TRUE
002620     MOVE PERSONA-ID TO MOV-PERSONA-ID
002630     MOVE ZERO TO MOV-SECUENCIA
002640     START MOVIMIENTOS-ARCHIVO
002650         KEY IS NOT LESS THAN MOV-CLAVE
002660         INVALID KEY
002670             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
002680     END-START
002690     IF QUEDAN-MOVIMIENTOS
002700         PERFORM 2250-LEER-MOVIMIENTO
002710         PERFORM 2300-ANOTAR-INGRESO
002720             UNTIL NO-QUEDAN-MOVIMIENTOS
002730     END-IF.
002740 2250-LEER-MOVIMIENTO.
002750     READ MOVIMIENTOS-ARCHIVO NEXT RECORD
002760         AT END
002770             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
002780     END-READ
002790     IF QUEDAN-MOVIMIENTOS
002800         AND MOV-PERSONA-ID NOT = PERSONA-ID
002810         SET NO-QUEDAN-MOVIMIENTOS TO TRUE
002820     END-IF.
002830 2300-ANOTAR-INGRESO.
002840     IF MOV-ES-INGRESO OR MOV-ES-REINGRESO
002850         IF FECHA-PRIMER-INGRESO = ZERO
002860             MOVE MOV-FECHA-EFECTIVA TO FECHA-PRIMER-INGRESO
002870         END-IF
002880         MOVE MOV-FECHA-EFECTIVA TO FECHA-INGRESO-VIGENTE
002890     END-IF
002900     PERFORM 2250-LEER-MOVIMIENTO.
002910 2400-IMPRIMIR-ANTIGUEDAD.
002920     MOVE PERSONA-ID TO ANT-ID
002930     MOVE PERSONA-APELLIDOS TO ANT-APELLIDOS
002940     MOVE PERSONA-NOMBRE TO ANT-NOMBRE
002950     MOVE FECHA-PRIMER-INGRESO TO ANT-PRIMER-INGRESO
002960     MOVE FECHA-INGRESO-VIGENTE TO ANT-INGRESO-VIGENTE
002970     SET EDAD-NO-SE-CONOCE TO TRUE
002980     IF FECHA-INGRESO-VIGENTE NOT = ZERO
002990         CALL "CALCULAR-EDAD" USING FECHA-INGRESO-VIGENTE
003000                                     ANOS-EN-EMPRESA
003010                                     EDAD-CONOCIDA
003020     END-IF
003030     IF EDAD-SE-CONOCE
003040         MOVE ANOS-EN-EMPRESA TO ANT-ANOS
003050         PERFORM 2450-CONTAR-TRAMO
003060     ELSE
003070         MOVE "N/D" TO ANT-ANOS
003080         ADD 1 TO CONTADOR-SIN-INGRESO
003090     END-IF
003100     MOVE LINEA-ANTIGUEDAD TO LINEA-IMPRESION
003110     PERFORM 6000-ESCRIBIR-LINEA.
003120 2450-CONTAR-TRAMO.
003122     IF ANOS-EN-EMPRESA < 1
003124         ADD 1 TO CONTADOR-MENOS-DE-1
003126     ELSE
003128         IF ANOS-EN-EMPRESA < 5
003130             ADD 1 TO CONTADOR-DE-1-A-4
003132         ELSE
003134             IF ANOS-EN-EMPRESA < 10
003136                 ADD 1 TO CONTADOR-DE-5-A-9
003138             ELSE
003140                 IF ANOS-EN-EMPRESA < 20
003142                     ADD 1 TO CONTADOR-DE-10-A-19
003144                 ELSE
003146                     ADD 1 TO CONTADOR-20-O-MAS
003148                 END-IF
003150             END-IF
003152         END-IF
003154     END-IF.
003250 2500-IMPRIMIR-TRAMOS.
003260     MOVE SPACE TO LINEA-IMPRESION
003270     PERFORM 6000-ESCRIBIR-LINEA
003280     MOVE "MENOS DE 1 ANO.........................: "
003290         TO TOT-TEXTO
003300     MOVE CONTADOR-MENOS-DE-1 TO TOT-CONTADOR
003310     PERFORM 6200-ESCRIBIR-TOTAL
003320     MOVE "DE 1 A 4 ANOS..........................: "
003330         TO TOT-TEXTO
003340     MOVE CONTADOR-DE-1-A-4 TO TOT-CONTADOR
003350     PERFORM 6200-ESCRIBIR-TOTAL
003360     MOVE "DE 5 A 9 ANOS..........................: "
003370         TO TOT-TEXTO
003380     MOVE CONTADOR-DE-5-A-9 TO TOT-CONTADOR
003390     PERFORM 6200-ESCRIBIR-TOTAL
003400     MOVE "DE 10 A 19 ANOS........................: "
003410         TO TOT-TEXTO
003420     MOVE CONTADOR-DE-10-A-19 TO TOT-CONTADOR
003430     PERFORM 6200-ESCRIBIR-TOTAL
003440     MOVE "20 ANOS O MAS..........................: "
003450         TO TOT-TEXTO
003460     MOVE CONTADOR-20-O-MAS TO TOT-CONTADOR
003470     PERFORM 6200-ESCRIBIR-TOTAL
003480     MOVE "SIN FECHA DE INGRESO...................: "
003490         TO TOT-TEXTO
003500     MOVE CONTADOR-SIN-INGRESO TO TOT-CONTADOR
003510     PERFORM 6200-ESCRIBIR-TOTAL
003520     MOVE "TOTAL PERSONAS ACTIVAS.................: "
003530         TO TOT-TEXTO
003540     MOVE CONTADOR-ACTIVAS TO TOT-CONTADOR
003550     PERFORM 6200-ESCRIBIR-TOTAL.
003560 2900-LEER-PERSONA.
003570     READ PERSONAS-ARCHIVO
003580         AT END
003590             SET NO-QUEDAN-REGISTROS TO TRUE
003600     END-READ.
003610*-----------------------------------------------------------------
003620*  Segunda parte: los movimientos del periodo, vivos e
003630*  historicos, se ordenan por tipo, motivo y fecha.
003640*-----------------------------------------------------------------
003650 3000-INFORMAR-BAJAS.
003660     MOVE "BAJAS POR MOTIVO" TO CAB-TITULO
003670     MOVE COLUMNAS-BAJAS TO LINEA-CABECERA-3
003680     MOVE ZERO TO LINEAS-EN-PAGINA
003690     SORT ORDENACION-MOVIMIENTOS
003700         ON ASCENDING KEY ORD-TIPO
003710                          ORD-MOTIVO
003720                          ORD-FECHA-EFECTIVA
003730                          ORD-PERSONA-ID
003740                          ORD-SECUENCIA
003750         INPUT PROCEDURE IS 3100-SELECCIONAR-MOVIMIENTOS
003760         OUTPUT PROCEDURE IS 3500-LISTAR-MOVIMIENTOS.
003770 3100-SELECCIONAR-MOVIMIENTOS.
003780     SET QUEDAN-MOVIMIENTOS TO TRUE
003790     MOVE LOW-VALUE TO MOV-CLAVE
003800     START MOVIMIENTOS-ARCHIVO
003810         KEY IS NOT LESS THAN MOV-CLAVE
003820         INVALID KEY
003830             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
003840     END-START
003850     IF QUEDAN-MOVIMIENTOS
003860         PERFORM 3150-LEER-MOVIMIENTO-VIVO
003870         PERFORM 3200-ENTREGAR-MOVIMIENTO-VIVO
003880             UNTIL NO-QUEDAN-MOVIMIENTOS
003890     END-IF
003900     OPEN INPUT HISTORICO-MOVIMIENTOS
003910     IF FS-HIST-MOV = "00"
003920         SET QUEDAN-MOVIMIENTOS TO TRUE
003930         PERFORM 3250-LEER-MOVIMIENTO-HIST
003940         PERFORM 3300-ENTREGAR-MOVIMIENTO-HIST
003950             UNTIL NO-QUEDAN-MOVIMIENTOS
003960         CLOSE HISTORICO-MOVIMIENTOS
003970     END-IF.
003980 3150-LEER-MOVIMIENTO-VIVO.
003990     READ MOVIMIENTOS-ARCHIVO NEXT RECORD
004000         AT END
004010             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
004020     END-READ.
004030 3200-ENTREGAR-MOVIMIENTO-VIVO.
004040     PERFORM 3400-ENTREGAR-SI-EN-PERIODO
004050     PERFORM 3150-LEER-MOVIMIENTO-VIVO.
004060 3250-LEER-MOVIMIENTO-HIST.
004070     READ HISTORICO-MOVIMIENTOS
004080         AT END
004090             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
004100     END-READ.
004110 3300-ENTREGAR-MOVIMIENTO-HIST.
004120     MOVE HISTM-DATOS-MOV TO MOVIMIENTO-REGISTRO
004130     PERFORM 3400-ENTREGAR-SI-EN-PERIODO
004140     PERFORM 3250-LEER-MOVIMIENTO-HIST.
004150 3400-ENTREGAR-SI-EN-PERIODO.
004160     IF MOV-FECHA-EFECTIVA NOT < FECHA-DESDE
004170         AND MOV-FECHA-EFECTIVA NOT > FECHA-HASTA
004180         MOVE MOV-TIPO TO ORD-TIPO
004190         MOVE MOV-MOTIVO TO ORD-MOTIVO
004200         MOVE MOV-FECHA-EFECTIVA TO ORD-FECHA-EFECTIVA
004210         MOVE MOV-PERSONA-ID TO ORD-PERSONA-ID
004220         MOVE MOV-SECUENCIA TO ORD-SECUENCIA
004230         RELEASE ORDEN-REGISTRO
004240     END-IF.
004250*-----------------------------------------------------------------
004260*  Un registro igual al anterior es la copia historica de un
004270*  movimiento repuesto por una reincorporacion y no se cuenta.
004280*-----------------------------------------------------------------
004290 3500-LISTAR-MOVIMIENTOS.
004300     MOVE SPACE TO ORDEN-ANTERIOR
004310     SET MOTIVO-CERRADO TO TRUE
004320     SET QUEDAN-ORDENADOS TO TRUE
004330     PERFORM 3550-DEVOLVER-ORDENADO
004340     PERFORM 3600-TRATAR-ORDENADO
004350         UNTIL NO-QUEDAN-ORDENADOS
004360     PERFORM 3800-CERRAR-MOTIVO.
004370 3550-DEVOLVER-ORDENADO.
004380     RETURN ORDENACION-MOVIMIENTOS
004390         AT END
004400             SET NO-QUEDAN-ORDENADOS TO TRUE
004410     END-RETURN.
004420 3600-TRATAR-ORDENADO.
004430     IF ORDEN-REGISTRO = ORDEN-ANTERIOR
004440         ADD 1 TO CONTADOR-REPETIDOS
004450     ELSE
004460         MOVE ORDEN-REGISTRO TO ORDEN-ANTERIOR
004462         IF ORD-TIPO = "B"
004464             PERFORM 3700-IMPRIMIR-BAJA
004466         ELSE
004468             IF ORD-TIPO = "I"
004470                 ADD 1 TO CONTADOR-INGRESOS
004472             ELSE
004474                 IF ORD-TIPO = "R"
004476                     ADD 1 TO CONTADOR-REINGRESOS
004478                 END-IF
004480             END-IF
004482         END-IF
004550     END-IF
004560     PERFORM 3550-DEVOLVER-ORDENADO.
004570 3700-IMPRIMIR-BAJA.
004580     IF MOTIVO-CERRADO OR ORD-MOTIVO NOT = MOTIVO-EN-CURSO
004590         PERFORM 3800-CERRAR-MOTIVO
004600         MOVE ORD-MOTIVO TO MOTIVO-EN-CURSO
004610         SET MOTIVO-ABIERTO TO TRUE
004620     END-IF
004630     PERFORM 3750-DESCRIBIR-MOTIVO
004640     MOVE ORD-PERSONA-ID TO BAJ-ID
004650     MOVE ORD-FECHA-EFECTIVA TO BAJ-FECHA
004660     MOVE DESCRIPCION-MOTIVO TO BAJ-MOTIVO
004670     MOVE LINEA-BAJA TO LINEA-IMPRESION
004680     PERFORM 6000-ESCRIBIR-LINEA
004690     ADD 1 TO CONTADOR-MOTIVO
004700     ADD 1 TO CONTADOR-BAJAS.
004710 3750-DESCRIBIR-MOTIVO.
004712     IF ORD-MOTIVO = "F"
004714         MOVE "FIN DE CONTRATO" TO DESCRIPCION-MOTIVO
004716     ELSE
004718         IF ORD-MOTIVO = "V"
004720             MOVE "VOLUNTARIA" TO DESCRIPCION-MOTIVO
004722         ELSE
004724             IF ORD-MOTIVO = "J"
004726                 MOVE "JUBILACION" TO DESCRIPCION-MOTIVO
004728             ELSE
004730                 IF ORD-MOTIVO = "D"
004732                     MOVE "DESPIDO" TO DESCRIPCION-MOTIVO
004734                 ELSE
004736                     MOVE "SIN MOTIVO" TO DESCRIPCION-MOTIVO
004738                 END-IF
004740             END-IF
004742         END-IF
004744     END-IF.
004840 3800-CERRAR-MOTIVO.
004850     IF MOTIVO-ABIERTO
004860         MOVE SPACE TO TOT-TEXTO
004870         STRING "TOTAL " DESCRIPCION-MOTIVO
004880             DELIMITED BY SIZE INTO TOT-TEXTO
004890         MOVE ": " TO TOT-TEXTO(39:2)
004900         MOVE CONTADOR-MOTIVO TO TOT-CONTADOR
004910         PERFORM 6200-ESCRIBIR-TOTAL
004920         MOVE SPACE TO LINEA-IMPRESION
004930         PERFORM 6000-ESCRIBIR-LINEA
004940     END-IF
004950     SET MOTIVO-CERRADO TO TRUE
004960     MOVE ZERO TO CONTADOR-MOTIVO.
004970*-----------------------------------------------------------------
004980*  El indice se da sobre la plantilla activa de hoy, que es lo
004990*  que personal compara trimestre a trimestre.
005000*-----------------------------------------------------------------
005010 4000-IMPRIMIR-ROTACION.
005020     MOVE "TOTAL BAJAS DEL PERIODO................: "
005030         TO TOT-TEXTO
005040     MOVE CONTADOR-BAJAS TO TOT-CONTADOR
005050     PERFORM 6200-ESCRIBIR-TOTAL
005060     MOVE "INGRESOS DEL PERIODO...................: "
005070         TO TOT-TEXTO
005080     MOVE CONTADOR-INGRESOS TO TOT-CONTADOR
005090     PERFORM 6200-ESCRIBIR-TOTAL
005100     MOVE "REINGRESOS DEL PERIODO.................: "
005110         TO TOT-TEXTO
005120     MOVE CONTADOR-REINGRESOS TO TOT-CONTADOR
005130     PERFORM 6200-ESCRIBIR-TOTAL
005140     MOVE "PERSONAS ACTIVAS HOY...................: "
005150         TO TOT-TEXTO
005160     MOVE CONTADOR-ACTIVAS TO TOT-CONTADOR
005170     PERFORM 6200-ESCRIBIR-TOTAL
005180     IF CONTADOR-ACTIVAS NOT = ZERO
005190         COMPUTE INDICE-ROTACION ROUNDED =
005200             CONTADOR-BAJAS * 100 / CONTADOR-ACTIVAS
005210     END-IF
005220     MOVE INDICE-ROTACION TO IND-VALOR
005230     MOVE LINEA-INDICE TO LINEA-IMPRESION
005240     PERFORM 6000-ESCRIBIR-LINEA
005250     IF CONTADOR-REPETIDOS NOT = ZERO
005260         MOVE "MOVIMIENTOS REPETIDOS NO CONTADOS......: "
005270             TO TOT-TEXTO
005280         MOVE CONTADOR-REPETIDOS TO TOT-CONTADOR
005290         PERFORM 6200-ESCRIBIR-TOTAL
005300     END-IF.
005310 6000-ESCRIBIR-LINEA.
005320     IF LINEAS-EN-PAGINA = ZERO
005330         MOVE LINEA-IMPRESION TO LINEA-GUARDADA
005340         PERFORM 6100-IMPRIMIR-CABECERA
005350         MOVE LINEA-GUARDADA TO LINEA-IMPRESION
005360     END-IF
005370     WRITE LINEA-IMPRESION
005380     ADD 1 TO LINEAS-EN-PAGINA
005390     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
005400         MOVE ZERO TO LINEAS-EN-PAGINA
005410     END-IF.
005420 6100-IMPRIMIR-CABECERA.
005430     ADD 1 TO NUMERO-PAGINA
005440     MOVE FECHA-DE-HOY TO CAB-FECHA
005450     MOVE NUMERO-PAGINA TO CAB-PAGINA
005460     MOVE LINEA-CABECERA-1 TO LINEA-IMPRESION
005470     WRITE LINEA-IMPRESION
005480     MOVE LINEA-CABECERA-2 TO LINEA-IMPRESION
005490     WRITE LINEA-IMPRESION
005500     MOVE LINEA-CABECERA-3 TO LINEA-IMPRESION
005510     WRITE LINEA-IMPRESION
005520     MOVE SPACE TO LINEA-IMPRESION
005530     WRITE LINEA-IMPRESION
005540     MOVE 4 TO LINEAS-EN-PAGINA.
005550 6200-ESCRIBIR-TOTAL.
005560     MOVE LINEA-TOTAL TO LINEA-IMPRESION
005570     PERFORM 6000-ESCRIBIR-LINEA.
005580 9999-FIN.
005590     STOP RUN.
005600 END PROGRAM INFORME-ROTACION.
