000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. INFORME-RGPD.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Informe de derecho de acceso: todo lo que el sistema guarda
000120*  de una persona, en un solo listado (PERSRGPD) para entregar
000130*  a personal, en vez de sacarlo a mano de cada fichero.  El
000140*  operador da el PERSONA-ID o el documento de identidad; el
000150*  documento se busca en PERSDAT por su clave alternativa y, si
000160*  no esta, en PERSHIST (BUSCAR-DOCUMENTO-HIST), porque la
000170*  persona puede estar depurada.
000180*
000190*  El listado lleva, por bloques:
000200*
000210*    - los datos actuales en PERSDAT;
000220*    - cada paso de la persona por la depuracion, en PERSHIST;
000230*    - sus dependientes en PERSDEP y en PERSDEPH;
000240*    - sus movimientos laborales en PERSMOVL y en PERSMOVH;
000250*    - sus cambios programados en PERSPEND, en cualquier estado;
000260*    - las lineas de PERSAUDT que la tocan, con el valor
000270*      anterior de cada modificacion.
000280*
000290*  Solo lee: no toma sesion en PERSUSO y puede lanzarse con
000300*  otros programas abiertos.
000310*
000320*  Modification history
000330*  ---------------------------------------------------------
000340*  2026-10-15  JAC  Programa nuevo.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL PERSONAS-ARCHIVO
000400         ASSIGN TO "PERSDAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PERSONA-ID
000440         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000450             WITH DUPLICATES
000460         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000470             WITH DUPLICATES
000480         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000490             SUPPRESS WHEN SPACES
000500         FILE STATUS IS FS-PERSONAS.
000510     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000520         ASSIGN TO "PERSDEP"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DEP-CLAVE
000560         FILE STATUS IS FS-DEPENDIENTES.
000570     SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
000580         ASSIGN TO "PERSMOVL"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS MOV-CLAVE
000620         FILE STATUS IS FS-MOVIMIENTOS.
000630     SELECT OPTIONAL PENDIENTES-ARCHIVO
000640         ASSIGN TO "PERSPEND"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PEN-CLAVE
000680         FILE STATUS IS FS-PENDIENTES.
000690     SELECT OPTIONAL HISTORICO-PERSONAS
000700         ASSIGN TO "PERSHIST"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-HISTORICO.
000730     SELECT OPTIONAL HISTORICO-DEPENDIENTES
000740         ASSIGN TO "PERSDEPH"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-HIST-DEP.
000770     SELECT OPTIONAL HISTORICO-MOVIMIENTOS
000780         ASSIGN TO "PERSMOVH"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-HIST-MOV.
000810     SELECT OPTIONAL AUDITORIA-ARCHIVO
000820         ASSIGN TO "PERSAUDT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-AUDITORIA.
000850     SELECT OPTIONAL LISTADO-IMPRESION
000860         ASSIGN TO "PERSRGPD"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-LISTADO.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  PERSONAS-ARCHIVO.
000920 COPY PERSREG.
000930 FD  DEPENDIENTES-ARCHIVO.
000940 COPY DEPREG.
000950 FD  MOVIMIENTOS-ARCHIVO.
000960 COPY MOVLREG.
000970 FD  PENDIENTES-ARCHIVO.
000980 COPY PENDREG.
000990*-----------------------------------------------------------------
001000*  Mismos layouts historicos que graba DEPURAR-PERSONAS: la
001010*  fecha de depuracion delante y el registro tal cual era.
001020*-----------------------------------------------------------------
001030 FD  HISTORICO-PERSONAS.
001040 01  HISTORICO-REGISTRO.
001050     05  HIST-FECHA-DEPURACION   PIC 9(08).
001060     05  HIST-DATOS-PERSONA      PIC X(132).
001070 FD  HISTORICO-DEPENDIENTES.
001080 01  HISTORICO-DEP-REGISTRO.
001090     05  HISTD-FECHA-DEPURACION  PIC 9(08).
001100     05  HISTD-DATOS-DEP         PIC X(65).
001110 FD  HISTORICO-MOVIMIENTOS.
001120 01  HISTORICO-MOV-REGISTRO.
001130     05  HISTM-FECHA-DEPURACION  PIC 9(08).
001140     05  HISTM-DATOS-MOV         PIC X(47).
001150 FD  AUDITORIA-ARCHIVO.
001160 COPY AUDITREG.
001170 FD  LISTADO-IMPRESION.
001180 01  LINEA-IMPRESION             PIC X(132).
001190 WORKING-STORAGE SECTION.
001200 01  FS-PERSONAS                 PIC X(02).
001210 01  FS-DEPENDIENTES             PIC X(02).
001220 01  FS-MOVIMIENTOS              PIC X(02).
001230 01  FS-PENDIENTES               PIC X(02).
001240 01  FS-HISTORICO                PIC X(02).
001250 01  FS-HIST-DEP                 PIC X(02).
001260 01  FS-HIST-MOV                 PIC X(02).
001270 01  FS-AUDITORIA                PIC X(02).
001280 01  FS-LISTADO                  PIC X(02).
001290 COPY PERSREG REPLACING
001300     ==PERSONAS-REGISTRO== BY ==PERSONA-HISTORICA==
001310     ==PERSONA-ID== BY       ==HP-ID==
001320     ==PERSONA-NOMBRE== BY   ==HP-NOMBRE==
001330     ==PERSONA-APELLIDOS== BY ==HP-APELLIDOS==
001340     ==PERSONA-FECHA-NACIMIENTO== BY
001350         ==HP-FECHA-NACIMIENTO==
001360     ==PERSONA-TELEFONO== BY ==HP-TELEFONO==
001370     ==PERSONA-DIRECCION== BY ==HP-DIRECCION==
001380     ==PERSONA-ESTADO== BY   ==HP-ESTADO==
001390     ==PERSONA-ACTIVA== BY   ==HP-ACTIVA==
001400     ==PERSONA-BORRADA== BY  ==HP-BORRADA==
001410     ==PERSONA-ANONIMIZADA== BY ==HP-ANONIMIZADA==
001420     ==PERSONA-CENTRO-COSTE== BY ==HP-CENTRO-COSTE==
001430     ==PERSONA-DOCUMENTO== BY ==HP-DOCUMENTO==.
001440 COPY DEPREG REPLACING
001450     ==DEPENDIENTE-REGISTRO== BY ==DEPENDIENTE-HISTORICO==
001460     ==DEP-CLAVE== BY            ==HD-CLAVE==
001470     ==DEP-PERSONA-ID== BY       ==HD-PERSONA-ID==
001480     ==DEP-SECUENCIA== BY        ==HD-SECUENCIA==
001490     ==DEP-NOMBRE== BY           ==HD-NOMBRE==
001500     ==DEP-PARENTESCO== BY       ==HD-PARENTESCO==
001510     ==DEP-FECHA-NACIMIENTO== BY ==HD-FECHA-NACIMIENTO==
001520     ==DEP-PARENTESCO-COD== BY   ==HD-PARENTESCO-COD==
001530     ==DEP-BENEFICIO-VIGENTE== BY ==HD-BENEFICIO-VIGENTE==
001540     ==DEP-BENEFICIO-VENCIDO== BY ==HD-BENEFICIO-VENCIDO==
001550     ==DEP-BENEFICIO== BY        ==HD-BENEFICIO==.
001560 COPY MOVLREG REPLACING
001570     ==MOVIMIENTO-REGISTRO== BY  ==MOVIMIENTO-HISTORICO==
001580     ==MOV-CLAVE== BY            ==HM-CLAVE==
001590     ==MOV-PERSONA-ID== BY       ==HM-PERSONA-ID==
001600     ==MOV-SECUENCIA== BY        ==HM-SECUENCIA==
001610     ==MOV-TIPO== BY             ==HM-TIPO==
001620     ==MOV-ES-INGRESO== BY       ==HM-ES-INGRESO==
001630     ==MOV-ES-BAJA== BY          ==HM-ES-BAJA==
001640     ==MOV-ES-REINGRESO== BY     ==HM-ES-REINGRESO==
001650     ==MOV-FECHA-EFECTIVA== BY   ==HM-FECHA-EFECTIVA==
001660     ==MOV-MOTIVO== BY           ==HM-MOTIVO==
001670     ==MOTIVO-FIN-CONTRATO== BY  ==HM-FIN-CONTRATO==
001680     ==MOTIVO-VOLUNTARIA== BY    ==HM-VOLUNTARIA==
001690     ==MOTIVO-JUBILACION== BY    ==HM-JUBILACION==
001700     ==MOTIVO-DESPIDO== BY       ==HM-DESPIDO==
001710     ==MOTIVO-DE-BAJA-VALIDO== BY ==HM-MOTIVO-VALIDO==
001720     ==MOV-FECHA-GRABACION== BY  ==HM-FECHA-GRABACION==
001730     ==MOV-OPERADOR== BY         ==HM-OPERADOR==.
001740 01  CRITERIO-TECLEADO PIC X(01).
001750     88  BUSQUEDA-POR-ID             VALUE "I".
001760     88  BUSQUEDA-POR-DOCUMENTO      VALUE "D".
001770 01  ID-BUSCADO                  PIC X(06).
001780 01  DOCUMENTO-TECLEADO          PIC X(09).
001790 COPY DOCUFLAG.
001800 01  PERSONA-DEL-DOCUMENTO       PIC X(06).
001810 01  HAY-MAS-REGISTROS           PIC X(01) VALUE "S".
001820     88  QUEDAN-REGISTROS                 VALUE "S".
001830     88  NO-QUEDAN-REGISTROS              VALUE "N".
001840 01  CONTADOR-BLOQUE             PIC 9(05) COMP VALUE ZERO.
001850 01  CONTADOR-TOTAL              PIC 9(05) COMP VALUE ZERO.
001860 01  NUMERO-PAGINA               PIC 9(03) COMP VALUE ZERO.
001870 01  LINEAS-EN-PAGINA            PIC 9(02) COMP VALUE ZERO.
001880 01  MAXIMO-LINEAS-PAGINA        PIC 9(02) COMP VALUE 50.
001890 01  FECHA-DE-HOY                PIC 9(08).
001900 01  DESCRIPCION-ESTADO          PIC X(12).
001910 01  DESCRIPCION-MOVIMIENTO      PIC X(09).
001920 01  DESCRIPCION-PENDIENTE       PIC X(11).
001930 01  LINEA-CABECERA-1.
001940     05  FILLER                  PIC X(30)
001950         VALUE "INFORME DE DERECHO DE ACCESO".
001960     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001970     05  CAB-FECHA               PIC 9999/99/99.
001980     05  FILLER                  PIC X(08) VALUE SPACE.
001990     05  FILLER                  PIC X(07) VALUE "PAGINA ".
002000     05  CAB-PAGINA              PIC ZZ9.
002010 01  LINEA-CABECERA-2.
002020     05  FILLER                  PIC X(12) VALUE "PERSONA-ID: ".
002030     05  CAB-ID                  PIC X(06).
002040 01  LINEA-BLOQUE                PIC X(60).
002050 01  LINEA-DETALLE.
002060     05  DET-CAMPO               PIC X(24).
002070     05  DET-VALOR               PIC X(108).
002080*-----------------------------------------------------------------
002090*  Fechas y numeros en formato de listado para montarlos en la
002100*  columna de valor.
002110*-----------------------------------------------------------------
002120 01  VALOR-FECHA                 PIC 9999/99/99.
002130 01  VALOR-FECHA-2               PIC 9999/99/99.
002140 01  VALOR-SECUENCIA             PIC 999.
002150 01  LINEA-PIE.
002160     05  PIE-TEXTO               PIC X(40).
002170     05  PIE-TOTAL               PIC ZZZZZ9.
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 1000-PEDIR-PERSONA
002210     IF ID-BUSCADO = SPACE
002220         DISPLAY "No consta ninguna persona con ese documento."
002230         GO TO 9999-FIN
002240     END-IF
002250     PERFORM 1500-PROCEDIMIENTO-DE-APERTURA
002260     PERFORM 2000-DATOS-ACTUALES
002270     PERFORM 2500-DATOS-HISTORICOS
002280     PERFORM 3000-DEPENDIENTES-ACTUALES
002290     PERFORM 3500-DEPENDIENTES-HISTORICOS
002300     PERFORM 4000-MOVIMIENTOS-ACTUALES
002310     PERFORM 4500-MOVIMIENTOS-HISTORICOS
002320     PERFORM 5000-CAMBIOS-PROGRAMADOS
002330     PERFORM 5500-LINEAS-DE-AUDITORIA
002340     PERFORM 6000-IMPRIMIR-PIE
002350     PERFORM 1900-PROCEDIMIENTO-DE-CIERRE
002360     IF CONTADOR-TOTAL = ZERO
002370         DISPLAY "No constan datos de la persona " ID-BUSCADO
002380             " en ningun fichero."
002390     ELSE
002400         DISPLAY "Informe de la persona " ID-BUSCADO
002410             " en PERSRGPD: " CONTADOR-TOTAL " registros."
002420     END-IF
002430     GO TO 9999-FIN.
002440*-----------------------------------------------------------------
002450*  Por documento se valida antes la letra (y se pasa a
002460*  mayusculas, como se graba); la persona se busca primero entre
002470*  las vigentes y despues entre las depuradas.
002480*-----------------------------------------------------------------
002490 1000-PEDIR-PERSONA.
002500     MOVE SPACE TO CRITERIO-TECLEADO
002510     PERFORM 1100-LEER-CRITERIO
002520         UNTIL BUSQUEDA-POR-ID
002530             OR BUSQUEDA-POR-DOCUMENTO
002540     IF BUSQUEDA-POR-ID
002550         MOVE SPACE TO ID-BUSCADO
002560         PERFORM 1150-LEER-ID
002570             UNTIL ID-BUSCADO NOT = SPACE
002580     ELSE
002590         SET DOCUMENTO-NO-ES-VALIDO TO TRUE
002600         PERFORM 1200-LEER-DOCUMENTO
002610             UNTIL DOCUMENTO-ES-VALIDO
002620         PERFORM 1300-BUSCAR-DOCUMENTO
002630     END-IF.
002640 1100-LEER-CRITERIO.
002650     DISPLAY "Buscar por Id o por Documento (I/D)? "
002660     ACCEPT CRITERIO-TECLEADO
002670     IF CRITERIO-TECLEADO = "i"
002680         MOVE "I" TO CRITERIO-TECLEADO
002690     END-IF
002700     IF CRITERIO-TECLEADO = "d"
002710         MOVE "D" TO CRITERIO-TECLEADO
002720     END-IF
002730     IF CRITERIO-TECLEADO NOT = "I"
002740         AND CRITERIO-TECLEADO NOT = "D"
002750         DISPLAY "Respuesta no valida; teclee I o D."
002760     END-IF.
002770 1150-LEER-ID.
002780     DISPLAY "PERSONA-ID: "
002790     ACCEPT ID-BUSCADO
002800     IF ID-BUSCADO = SPACE
002810         DISPLAY "Hay que teclear el PERSONA-ID."
002820     END-IF.
002830 1200-LEER-DOCUMENTO.
002840     DISPLAY "Documento (DNI o NIE): "
002850     MOVE SPACE TO DOCUMENTO-TECLEADO
002860     ACCEPT DOCUMENTO-TECLEADO
002870     CALL "VALIDAR-DOCUMENTO" USING DOCUMENTO-TECLEADO
002880                                     DOCUMENTO-VALIDO
002890     IF DOCUMENTO-NO-ES-VALIDO
002900         DISPLAY "Documento no valido; revise numero y letra."
002910     END-IF.
002920 1300-BUSCAR-DOCUMENTO.
002930     MOVE SPACE TO ID-BUSCADO
002940     OPEN INPUT PERSONAS-ARCHIVO
002950     IF FS-PERSONAS = "00"
002960         MOVE DOCUMENTO-TECLEADO TO PERSONA-DOCUMENTO
002970         READ PERSONAS-ARCHIVO
002980             KEY IS PERSONA-DOCUMENTO
002990             INVALID KEY
003000                 CONTINUE
003010             NOT INVALID KEY
003020                 MOVE PERSONA-ID TO ID-BUSCADO
003030         END-READ
003040     END-IF
003050     IF FS-PERSONAS = "00" OR FS-PERSONAS = "05"
003060         OR FS-PERSONAS = "23"
003070         CLOSE PERSONAS-ARCHIVO
003080     END-IF
003090     IF ID-BUSCADO = SPACE
003100         CALL "BUSCAR-DOCUMENTO-HIST" USING DOCUMENTO-TECLEADO
003110                                             PERSONA-DEL-DOCUMENTO
003120         MOVE PERSONA-DEL-DOCUMENTO TO ID-BUSCADO
003130     END-IF.
003140 1500-PROCEDIMIENTO-DE-APERTURA.
003150     OPEN INPUT PERSONAS-ARCHIVO
003160     IF FS-PERSONAS = "35"
003170         OPEN OUTPUT PERSONAS-ARCHIVO
003180         CLOSE PERSONAS-ARCHIVO
003190         OPEN INPUT PERSONAS-ARCHIVO
003200     END-IF
003210     OPEN INPUT DEPENDIENTES-ARCHIVO
003220     IF FS-DEPENDIENTES = "35"
003230         OPEN OUTPUT DEPENDIENTES-ARCHIVO
003240         CLOSE DEPENDIENTES-ARCHIVO
003250         OPEN INPUT DEPENDIENTES-ARCHIVO
003260     END-IF
003270     OPEN INPUT MOVIMIENTOS-ARCHIVO
003280     IF FS-MOVIMIENTOS = "35"
003290         OPEN OUTPUT MOVIMIENTOS-ARCHIVO
003300         CLOSE MOVIMIENTOS-ARCHIVO
003310         OPEN INPUT MOVIMIENTOS-ARCHIVO
003320     END-IF
003330     OPEN INPUT PENDIENTES-ARCHIVO
003340     IF FS-PENDIENTES = "35"
003350         OPEN OUTPUT PENDIENTES-ARCHIVO
003360         CLOSE PENDIENTES-ARCHIVO
003370         OPEN INPUT PENDIENTES-ARCHIVO
003380     END-IF
003390     OPEN INPUT HISTORICO-PERSONAS
003400     OPEN INPUT HISTORICO-DEPENDIENTES
003410     OPEN INPUT HISTORICO-MOVIMIENTOS
003420     OPEN INPUT AUDITORIA-ARCHIVO
003430     OPEN OUTPUT LISTADO-IMPRESION
003440     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
003450 1900-PROCEDIMIENTO-DE-CIERRE.
003460     CLOSE PERSONAS-ARCHIVO
003470     CLOSE DEPENDIENTES-ARCHIVO
003480     CLOSE MOVIMIENTOS-ARCHIVO
003490     CLOSE PENDIENTES-ARCHIVO
003500     CLOSE HISTORICO-PERSONAS
003510     CLOSE HISTORICO-DEPENDIENTES
003520     CLOSE HISTORICO-MOVIMIENTOS
003530     CLOSE AUDITORIA-ARCHIVO
003540     CLOSE LISTADO-IMPRESION.
003550*-----------------------------------------------------------------
003560*  Datos vigentes: un registro como mucho, campo a campo.
003570*-----------------------------------------------------------------
003580 2000-DATOS-ACTUALES.
003590     MOVE "DATOS ACTUALES (PERSDAT)" TO LINEA-BLOQUE
003600     PERFORM 6050-ABRIR-BLOQUE
003610     MOVE ID-BUSCADO TO PERSONA-ID
003620     READ PERSONAS-ARCHIVO
003630         INVALID KEY
003640             PERFORM 6400-NADA-EN-BLOQUE
003650         NOT INVALID KEY
003660             MOVE PERSONAS-REGISTRO TO PERSONA-HISTORICA
003670             PERFORM 2200-IMPRIMIR-PERSONA
003680     END-READ.
003690*-----------------------------------------------------------------
003700*  Misma presentacion para la persona vigente y para cada paso
003710*  por la depuracion, sobre la copia de trabajo HP-.
003720*-----------------------------------------------------------------
003730 2200-IMPRIMIR-PERSONA.
003740     ADD 1 TO CONTADOR-BLOQUE
003750     ADD 1 TO CONTADOR-TOTAL
003760     MOVE "Nombre" TO DET-CAMPO
003770     MOVE HP-NOMBRE TO DET-VALOR
003780     PERFORM 6200-IMPRIMIR-DETALLE
003790     MOVE "Apellidos" TO DET-CAMPO
003800     MOVE HP-APELLIDOS TO DET-VALOR
003810     PERFORM 6200-IMPRIMIR-DETALLE
003820     MOVE "Fecha de nacimiento" TO DET-CAMPO
003830     MOVE HP-FECHA-NACIMIENTO TO VALOR-FECHA
003840     MOVE VALOR-FECHA TO DET-VALOR
003850     PERFORM 6200-IMPRIMIR-DETALLE
003860     MOVE "Telefono" TO DET-CAMPO
003870     MOVE HP-TELEFONO TO DET-VALOR
003880     PERFORM 6200-IMPRIMIR-DETALLE
003890     MOVE "Direccion" TO DET-CAMPO
003900     MOVE HP-DIRECCION TO DET-VALOR
003910     PERFORM 6200-IMPRIMIR-DETALLE
003920     MOVE "Documento" TO DET-CAMPO
003930     MOVE HP-DOCUMENTO TO DET-VALOR
003940     PERFORM 6200-IMPRIMIR-DETALLE
003950     MOVE "Centro de coste" TO DET-CAMPO
003960     MOVE HP-CENTRO-COSTE TO DET-VALOR
003970     PERFORM 6200-IMPRIMIR-DETALLE
003972     IF HP-ACTIVA
003974         MOVE "ACTIVA" TO DESCRIPCION-ESTADO
003976     ELSE
003978         IF HP-BORRADA
003980             MOVE "BORRADA" TO DESCRIPCION-ESTADO
003982         ELSE
003984             IF HP-ANONIMIZADA
003986                 MOVE "ANONIMIZADA" TO DESCRIPCION-ESTADO
003988             ELSE
003990                 MOVE HP-ESTADO TO DESCRIPCION-ESTADO
003992             END-IF
003994         END-IF
003996     END-IF
004080     MOVE "Situacion" TO DET-CAMPO
004090     MOVE DESCRIPCION-ESTADO TO DET-VALOR
004100     PERFORM 6200-IMPRIMIR-DETALLE.
004110 2500-DATOS-HISTORICOS.
004120     MOVE "DATOS DEPURADOS (PERSHIST)" TO LINEA-BLOQUE
004130     PERFORM 6050-ABRIR-BLOQUE
004140     SET QUEDAN-REGISTROS TO TRUE
004150     PERFORM 2600-LEER-HISTORICO
004160     PERFORM 2700-TRATAR-HISTORICO
004170         UNTIL NO-QUEDAN-REGISTROS
004180     PERFORM 6400-NADA-EN-BLOQUE.
004190 2600-LEER-HISTORICO.
004200     READ HISTORICO-PERSONAS
004210         AT END
004220             SET NO-QUEDAN-REGISTROS TO TRUE
004230     END-READ.
004240 2700-TRATAR-HISTORICO.
004250     MOVE HIST-DATOS-PERSONA TO PERSONA-HISTORICA
004260     IF HP-ID = ID-BUSCADO
004270         MOVE "Depurada el" TO DET-CAMPO
004280         MOVE HIST-FECHA-DEPURACION TO VALOR-FECHA
004290         MOVE VALOR-FECHA TO DET-VALOR
004300         PERFORM 6200-IMPRIMIR-DETALLE
004310         PERFORM 2200-IMPRIMIR-PERSONA
004320     END-IF
004330     PERFORM 2600-LEER-HISTORICO.
004340*-----------------------------------------------------------------
004350*  Dependientes: una linea por dependiente con nombre,
004360*  parentesco, fecha de nacimiento y situacion del beneficio.
004370*-----------------------------------------------------------------
004380 3000-DEPENDIENTES-ACTUALES.
004390     MOVE "DEPENDIENTES ACTUALES (PERSDEP)" TO LINEA-BLOQUE
004400     PERFORM 6050-ABRIR-BLOQUE
004410     MOVE ID-BUSCADO TO DEP-PERSONA-ID
004420     MOVE ZERO TO DEP-SECUENCIA
004430     SET QUEDAN-REGISTROS TO TRUE
004440     START DEPENDIENTES-ARCHIVO
004450         KEY IS NOT LESS THAN DEP-CLAVE
004460         INVALID KEY
004470             SET NO-QUEDAN-REGISTROS TO TRUE
004480     END-START
004490     IF QUEDAN-REGISTROS
004500         PERFORM 3100-LEER-DEPENDIENTE
004510     END-IF
004520     PERFORM 3200-TRATAR-DEPENDIENTE
004530         UNTIL NO-QUEDAN-REGISTROS
004540     PERFORM 6400-NADA-EN-BLOQUE.
004550 3100-LEER-DEPENDIENTE.
004560     READ DEPENDIENTES-ARCHIVO NEXT RECORD
004570         AT END
004580             SET NO-QUEDAN-REGISTROS TO TRUE
004590     END-READ
004600     IF QUEDAN-REGISTROS AND DEP-PERSONA-ID NOT = ID-BUSCADO
004610         SET NO-QUEDAN-REGISTROS TO TRUE
004620     END-IF.
004630 3200-TRATAR-DEPENDIENTE.
004640     MOVE DEPENDIENTE-REGISTRO TO DEPENDIENTE-HISTORICO
004650     PERFORM 3400-IMPRIMIR-DEPENDIENTE
004660     PERFORM 3100-LEER-DEPENDIENTE.
004670 3400-IMPRIMIR-DEPENDIENTE.
004680     ADD 1 TO CONTADOR-BLOQUE
004690     ADD 1 TO CONTADOR-TOTAL
004700     MOVE HD-SECUENCIA TO VALOR-SECUENCIA
004710     MOVE SPACE TO DET-CAMPO
004720     STRING "Dependiente " VALOR-SECUENCIA
004730         DELIMITED BY SIZE INTO DET-CAMPO
004740     MOVE HD-FECHA-NACIMIENTO TO VALOR-FECHA
004750     MOVE SPACE TO DET-VALOR
004760     STRING HD-NOMBRE " " HD-PARENTESCO " " VALOR-FECHA
004770         DELIMITED BY SIZE INTO DET-VALOR
004780     IF HD-BENEFICIO-VENCIDO
004790         MOVE "BENEFICIO VENCIDO" TO DET-VALOR(61:)
004800     END-IF
004810     PERFORM 6200-IMPRIMIR-DETALLE.
004820 3500-DEPENDIENTES-HISTORICOS.
004830     MOVE "DEPENDIENTES DEPURADOS (PERSDEPH)" TO LINEA-BLOQUE
004840     PERFORM 6050-ABRIR-BLOQUE
004850     SET QUEDAN-REGISTROS TO TRUE
004860     PERFORM 3600-LEER-DEP-HISTORICO
004870     PERFORM 3700-TRATAR-DEP-HISTORICO
004880         UNTIL NO-QUEDAN-REGISTROS
004890     PERFORM 6400-NADA-EN-BLOQUE.
004900 3600-LEER-DEP-HISTORICO.
004910     READ HISTORICO-DEPENDIENTES
004920         AT END
004930             SET NO-QUEDAN-REGISTROS TO TRUE
004940     END-READ.
004950 3700-TRATAR-DEP-HISTORICO.
004960     MOVE HISTD-DATOS-DEP TO DEPENDIENTE-HISTORICO
004970     IF HD-PERSONA-ID = ID-BUSCADO
004980         PERFORM 3400-IMPRIMIR-DEPENDIENTE
004990         MOVE HISTD-FECHA-DEPURACION TO VALOR-FECHA-2
005000         MOVE "  depurado el" TO DET-CAMPO
005010         MOVE VALOR-FECHA-2 TO DET-VALOR
005020         PERFORM 6200-IMPRIMIR-DETALLE
005030     END-IF
005040     PERFORM 3600-LEER-DEP-HISTORICO.
005050*-----------------------------------------------------------------
005060*  Movimientos laborales: tipo, fecha efectiva, motivo de la
005070*  baja y quien y cuando lo grabo.
005080*-----------------------------------------------------------------
005090 4000-MOVIMIENTOS-ACTUALES.
005100     MOVE "MOVIMIENTOS LABORALES (PERSMOVL)" TO LINEA-BLOQUE
005110     PERFORM 6050-ABRIR-BLOQUE
005120     MOVE ID-BUSCADO TO MOV-PERSONA-ID
005130     MOVE ZERO TO MOV-SECUENCIA
005140     SET QUEDAN-REGISTROS TO TRUE
005150     START MOVIMIENTOS-ARCHIVO
005160         KEY IS NOT LESS THAN MOV-CLAVE
005170         INVALID KEY
005180             SET NO-QUEDAN-REGISTROS TO TRUE
005190     END-START
005200     IF QUEDAN-REGISTROS
005210         PERFORM 4100-LEER-MOVIMIENTO
005220     END-IF
005230     PERFORM 4200-TRATAR-MOVIMIENTO
005240         UNTIL NO-QUEDAN-REGISTROS
005250     PERFORM 6400-NADA-EN-BLOQUE.
005260 4100-LEER-MOVIMIENTO.
005270     READ MOVIMIENTOS-ARCHIVO NEXT RECORD
005280         AT END
005290             SET NO-QUEDAN-REGISTROS TO TRUE
005300     END-READ
005310     IF QUEDAN-REGISTROS AND MOV-PERSONA-ID NOT = ID-BUSCADO
005320         SET NO-QUEDAN-REGISTROS TO TRUE
005330     END-IF.
005340 4200-TRATAR-MOVIMIENTO.
005350     MOVE MOVIMIENTO-REGISTRO TO MOVIMIENTO-HISTORICO
005360     PERFORM 4400-IMPRIMIR-MOVIMIENTO
005370     PERFORM 4100-LEER-MOVIMIENTO.
005380 4400-IMPRIMIR-MOVIMIENTO.
005390     ADD 1 TO CONTADOR-BLOQUE
005400     ADD 1 TO CONTADOR-TOTAL
005402     IF HM-ES-INGRESO
005404         MOVE "INGRESO" TO DESCRIPCION-MOVIMIENTO
005406     ELSE
005408         IF HM-ES-BAJA
005410             MOVE "BAJA" TO DESCRIPCION-MOVIMIENTO
005412         ELSE
005414             IF HM-ES-REINGRESO
005416                 MOVE "REINGRESO" TO DESCRIPCION-MOVIMIENTO
005418             ELSE
005420                 MOVE HM-TIPO TO DESCRIPCION-MOVIMIENTO
005422             END-IF
005424         END-IF
005426     END-IF
005510     MOVE HM-SECUENCIA TO VALOR-SECUENCIA
005520     MOVE SPACE TO DET-CAMPO
005530     STRING "Movimiento " VALOR-SECUENCIA
005540         DELIMITED BY SIZE INTO DET-CAMPO
005550     MOVE HM-FECHA-EFECTIVA TO VALOR-FECHA
005560     MOVE HM-FECHA-GRABACION TO VALOR-FECHA-2
005570     MOVE SPACE TO DET-VALOR
005580     STRING DESCRIPCION-MOVIMIENTO " " VALOR-FECHA
005590         " MOTIVO " HM-MOTIVO
005600         " GRABADO " VALOR-FECHA-2 " " HM-OPERADOR
005610         DELIMITED BY SIZE INTO DET-VALOR
005620     PERFORM 6200-IMPRIMIR-DETALLE.
005630 4500-MOVIMIENTOS-HISTORICOS.
005640     MOVE "MOVIMIENTOS ARCHIVADOS (PERSMOVH)" TO LINEA-BLOQUE
005650     PERFORM 6050-ABRIR-BLOQUE
005660     SET QUEDAN-REGISTROS TO TRUE
005670     PERFORM 4600-LEER-MOV-HISTORICO
005680     PERFORM 4700-TRATAR-MOV-HISTORICO
005690         UNTIL NO-QUEDAN-REGISTROS
005700     PERFORM 6400-NADA-EN-BLOQUE.
005710 4600-LEER-MOV-HISTORICO.
005720     READ HISTORICO-MOVIMIENTOS
005730         AT END
005740             SET NO-QUEDAN-REGISTROS TO TRUE
005750     END-READ.
005760 4700-TRATAR-MOV-HISTORICO.
005770     MOVE HISTM-DATOS-MOV TO MOVIMIENTO-HISTORICO
005780     IF HM-PERSONA-ID = ID-BUSCADO
005790         PERFORM 4400-IMPRIMIR-MOVIMIENTO
005800     END-IF
005810     PERFORM 4600-LEER-MOV-HISTORICO.
005820*-----------------------------------------------------------------
005830*  Cambios programados en cualquier estado: los datos que lleva
005840*  cada uno estan en PEN-DATOS y se listan tal cual.
005850*-----------------------------------------------------------------
005860 5000-CAMBIOS-PROGRAMADOS.
005870     MOVE "CAMBIOS PROGRAMADOS (PERSPEND)" TO LINEA-BLOQUE
005880     PERFORM 6050-ABRIR-BLOQUE
005890     MOVE ID-BUSCADO TO PEN-PERSONA-ID
005900     MOVE ZERO TO PEN-FECHA-EFECTIVA
005910     MOVE ZERO TO PEN-SECUENCIA
005920     SET QUEDAN-REGISTROS TO TRUE
005930     START PENDIENTES-ARCHIVO
005940         KEY IS NOT LESS THAN PEN-CLAVE
005950         INVALID KEY
005960             SET NO-QUEDAN-REGISTROS TO TRUE
005970     END-START
005980     IF QUEDAN-REGISTROS
005990         PERFORM 5100-LEER-PENDIENTE
006000     END-IF
006010     PERFORM 5200-TRATAR-PENDIENTE
006020         UNTIL NO-QUEDAN-REGISTROS
006030     PERFORM 6400-NADA-EN-BLOQUE.
006040 5100-LEER-PENDIENTE.
006050     READ PENDIENTES-ARCHIVO NEXT RECORD
006060         AT END
006070             SET NO-QUEDAN-REGISTROS TO TRUE
006080     END-READ
006090     IF QUEDAN-REGISTROS AND PEN-PERSONA-ID NOT = ID-BUSCADO
006100         SET NO-QUEDAN-REGISTROS TO TRUE
006110     END-IF.
006120 5200-TRATAR-PENDIENTE.
006130     ADD 1 TO CONTADOR-BLOQUE
006140     ADD 1 TO CONTADOR-TOTAL
006142     IF PEN-PENDIENTE
006144         MOVE "PENDIENTE" TO DESCRIPCION-PENDIENTE
006146     ELSE
006148         IF PEN-APLICADO
006150             MOVE "APLICADO" TO DESCRIPCION-PENDIENTE
006152         ELSE
006154             IF PEN-ANULADO
006156                 MOVE "ANULADO" TO DESCRIPCION-PENDIENTE
006158             ELSE
006160                 IF PEN-RECHAZADO
006162                     MOVE "RECHAZADO" TO DESCRIPCION-PENDIENTE
006164                 ELSE
006166                     MOVE PEN-ESTADO TO DESCRIPCION-PENDIENTE
006168                 END-IF
006170             END-IF
006172         END-IF
006174     END-IF
006270     MOVE PEN-FECHA-EFECTIVA TO VALOR-FECHA
006280     MOVE SPACE TO DET-CAMPO
006290     STRING "Cambio al " VALOR-FECHA
006300         DELIMITED BY SIZE INTO DET-CAMPO
006310     MOVE SPACE TO DET-VALOR
006320     STRING "TIPO " PEN-TIPO " ACCION " PEN-ACCION " "
006330         DESCRIPCION-PENDIENTE " " PEN-OPERADOR " "
006340         PEN-RESULTADO
006350         DELIMITED BY SIZE INTO DET-VALOR
006360     PERFORM 6200-IMPRIMIR-DETALLE
006370     MOVE "  datos" TO DET-CAMPO
006380     MOVE PEN-DATOS TO DET-VALOR
006390     PERFORM 6200-IMPRIMIR-DETALLE
006400     PERFORM 5100-LEER-PENDIENTE.
006410*-----------------------------------------------------------------
006420*  Auditoria: todas las lineas de la persona, con el campo y el
006430*  valor que tenia antes de cada modificacion.
006440*-----------------------------------------------------------------
006450 5500-LINEAS-DE-AUDITORIA.
006460     MOVE "LINEAS DE AUDITORIA (PERSAUDT)" TO LINEA-BLOQUE
006470     PERFORM 6050-ABRIR-BLOQUE
006480     SET QUEDAN-REGISTROS TO TRUE
006490     PERFORM 5600-LEER-AUDITORIA
006500     PERFORM 5700-TRATAR-AUDITORIA
006510         UNTIL NO-QUEDAN-REGISTROS
006520     PERFORM 6400-NADA-EN-BLOQUE.
006530 5600-LEER-AUDITORIA.
006540     READ AUDITORIA-ARCHIVO
006550         AT END
006560             SET NO-QUEDAN-REGISTROS TO TRUE
006570     END-READ.
006580 5700-TRATAR-AUDITORIA.
006590     IF AUD-PERSONA-ID = ID-BUSCADO
006600         ADD 1 TO CONTADOR-BLOQUE
006610         ADD 1 TO CONTADOR-TOTAL
006620         MOVE AUD-FECHA TO VALOR-FECHA
006630         MOVE SPACE TO DET-CAMPO
006640         STRING "Auditoria " VALOR-FECHA
006650             DELIMITED BY SIZE INTO DET-CAMPO
006660         MOVE SPACE TO DET-VALOR
006670         STRING "OPERACION " AUD-OPERACION " " AUD-OPERADOR " "
006680             AUD-CAMPO " " AUD-VALOR-ANTERIOR
006690             DELIMITED BY SIZE INTO DET-VALOR
006700         PERFORM 6200-IMPRIMIR-DETALLE
006710     END-IF
006720     PERFORM 5600-LEER-AUDITORIA.
006730*-----------------------------------------------------------------
006740*  Cada bloque empieza con su titulo y su contador a cero; si
006750*  termina sin lineas se dice expresamente.
006760*-----------------------------------------------------------------
006770 6050-ABRIR-BLOQUE.
006780     MOVE ZERO TO CONTADOR-BLOQUE
006790     IF LINEAS-EN-PAGINA = ZERO
006800         PERFORM 6100-IMPRIMIR-CABECERA
006810     END-IF
006820     MOVE SPACE TO LINEA-IMPRESION
006830     WRITE LINEA-IMPRESION
006840     MOVE LINEA-BLOQUE TO LINEA-IMPRESION
006850     WRITE LINEA-IMPRESION
006860     MOVE SPACE TO LINEA-IMPRESION
006870     WRITE LINEA-IMPRESION
006880     ADD 3 TO LINEAS-EN-PAGINA.
006890 6000-IMPRIMIR-PIE.
006900     MOVE SPACE TO LINEA-IMPRESION
006910     WRITE LINEA-IMPRESION
006920     IF CONTADOR-TOTAL = ZERO
006930         MOVE "NO CONSTAN DATOS DE ESTA PERSONA"
006940             TO LINEA-IMPRESION
006950         WRITE LINEA-IMPRESION
006960     END-IF
006970     MOVE "TOTAL REGISTROS DE LA PERSONA........: "
006980         TO PIE-TEXTO
006990     MOVE CONTADOR-TOTAL TO PIE-TOTAL
007000     PERFORM 6300-ESCRIBIR-PIE.
007010 6100-IMPRIMIR-CABECERA.
007020     ADD 1 TO NUMERO-PAGINA
007030     MOVE FECHA-DE-HOY TO CAB-FECHA
007040     MOVE NUMERO-PAGINA TO CAB-PAGINA
007050     MOVE ID-BUSCADO TO CAB-ID
007060     MOVE LINEA-CABECERA-1 TO LINEA-IMPRESION
007070     WRITE LINEA-IMPRESION
007080     MOVE LINEA-CABECERA-2 TO LINEA-IMPRESION
007090     WRITE LINEA-IMPRESION
007100     MOVE 2 TO LINEAS-EN-PAGINA.
007110 6200-IMPRIMIR-DETALLE.
007120     IF LINEAS-EN-PAGINA = ZERO
007130         PERFORM 6100-IMPRIMIR-CABECERA
007140     END-IF
007150     MOVE LINEA-DETALLE TO LINEA-IMPRESION
007160     WRITE LINEA-IMPRESION
007170     ADD 1 TO LINEAS-EN-PAGINA
007180     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
007190         MOVE ZERO TO LINEAS-EN-PAGINA
007200     END-IF.
007210 6300-ESCRIBIR-PIE.
007220     MOVE LINEA-PIE TO LINEA-IMPRESION
007230     WRITE LINEA-IMPRESION.
007240 6400-NADA-EN-BLOQUE.
007250     IF CONTADOR-BLOQUE = ZERO
007260         MOVE SPACE TO DET-CAMPO
007270         MOVE "(sin datos)" TO DET-VALOR
007280         PERFORM 6200-IMPRIMIR-DETALLE
007290     END-IF.
007300 9999-FIN.
007310     STOP RUN.
007320 END PROGRAM INFORME-RGPD.
