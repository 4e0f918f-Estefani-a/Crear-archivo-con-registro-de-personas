000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CONSULTA-PENDIENTES.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Consulta y anulacion de los cambios programados con fecha
000120*  efectiva (PERSPEND, PENDREG) de una persona: las
000130*  correcciones y bajas de la persona que se graban desde
000140*  MANTENIMIENTO-PERSONAS y las altas, correcciones y bajas de
000150*  sus dependientes que se graban desde MANTENIMIENTO-
000160*  DEPENDIENTES.  Se muestran todos, tambien los ya aplicados,
000170*  anulados o rechazados, con quien los grabo y quien los cerro.
000180*
000190*  Solo se puede anular un cambio que siga por aplicar.  La
000200*  anulacion no se audita en PERSAUDT porque no toca PERSDAT ni
000210*  PERSDEP (EXTRAER-NOMINA mandaria a la persona sin motivo);
000220*  queda en el propio cambio con la fecha y el operador.  Se
000230*  toma sesion en PERSUSO, como los mantenimientos, para no
000240*  anular un cambio mientras lo esta aplicando
000250*  APLICAR-PENDIENTES.
000260*
000270*  Modification history
000280*  ---------------------------------------------------------
000290*  2026-10-15  JAC  Programa nuevo.
000292*  2026-10-15  JAC  La copia de trabajo de PERSREG renombra
000294*                   tambien la condicion nueva PERSONA-
000296*                   ANONIMIZADA, como las demas.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL PENDIENTES-ARCHIVO
000350         ASSIGN TO "PERSPEND"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PEN-CLAVE
000390         FILE STATUS IS FS-PENDIENTES.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PENDIENTES-ARCHIVO.
000430 COPY PENDREG.
000440 WORKING-STORAGE SECTION.
000450 01  FS-PENDIENTES               PIC X(02).
000460 01  OPERADOR-TERMINAL           PIC X(20).
000470 01  SI-NO PIC X.
000480 01  ID-BUSCADO                  PIC X(06).
000490 01  FECHA-ANULAR                PIC 9(08).
000500 01  NUMERO-ANULAR               PIC 9(03).
000510 01  CONTADOR-MOSTRADOS          PIC 9(03) COMP VALUE ZERO.
000520 01  CONTADOR-POR-APLICAR        PIC 9(03) COMP VALUE ZERO.
000530 01  HAY-MAS-PENDIENTES          PIC X(01) VALUE "S".
000540     88  QUEDAN-PENDIENTES                VALUE "S".
000550     88  NO-QUEDAN-PENDIENTES             VALUE "N".
000560 01  DESCRIPCION-ACCION          PIC X(10).
000570 01  DESCRIPCION-ESTADO          PIC X(10).
000580 01  DESCRIPCION-REGISTRO        PIC X(17).
000590*-----------------------------------------------------------------
000600*  PEN-DATOS se desglosa en copias de trabajo de PERSREG y de
000610*  DEPREG para mostrar campo a campo lo que cambia.
000620*-----------------------------------------------------------------
000630 COPY PERSREG REPLACING
000640     ==PERSONAS-REGISTRO== BY ==PERSONA-PROGRAMADA==
000650     ==PERSONA-ID== BY       ==PP-ID==
000660     ==PERSONA-NOMBRE== BY   ==PP-NOMBRE==
000670     ==PERSONA-APELLIDOS== BY ==PP-APELLIDOS==
000680     ==PERSONA-FECHA-NACIMIENTO== BY
000690         ==PP-FECHA-NACIMIENTO==
000700     ==PERSONA-TELEFONO== BY ==PP-TELEFONO==
000710     ==PERSONA-DIRECCION== BY ==PP-DIRECCION==
000720     ==PERSONA-ESTADO== BY   ==PP-ESTADO==
000730     ==PERSONA-ACTIVA== BY   ==PP-ACTIVA==
000740     ==PERSONA-BORRADA== BY  ==PP-BORRADA==
000742     ==PERSONA-ANONIMIZADA== BY ==PP-ANONIMIZADA==
000750     ==PERSONA-CENTRO-COSTE== BY ==PP-CENTRO-COSTE==
000760     ==PERSONA-DOCUMENTO== BY ==PP-DOCUMENTO==.
000770 COPY DEPREG REPLACING
000780     ==DEPENDIENTE-REGISTRO== BY ==DEPENDIENTE-PROGRAMADO==
000790     ==DEP-CLAVE== BY            ==DP-CLAVE==
000800     ==DEP-PERSONA-ID== BY       ==DP-PERSONA-ID==
000810     ==DEP-SECUENCIA== BY        ==DP-SECUENCIA==
000820     ==DEP-NOMBRE== BY           ==DP-NOMBRE==
000830     ==DEP-PARENTESCO== BY       ==DP-PARENTESCO==
000840     ==DEP-FECHA-NACIMIENTO== BY ==DP-FECHA-NACIMIENTO==
000850     ==DEP-PARENTESCO-COD== BY   ==DP-PARENTESCO-COD==
000860     ==DEP-BENEFICIO-VIGENTE== BY ==DP-BENEFICIO-VIGENTE==
000870     ==DEP-BENEFICIO-VENCIDO== BY ==DP-BENEFICIO-VENCIDO==
000880     ==DEP-BENEFICIO== BY        ==DP-BENEFICIO==.
000890 01  SESION-PROGRAMA PIC X(20) VALUE "CONSULTA-PENDIENTES".
000900 01  ACCION-DE-SESION            PIC X(01).
000910 01  DECISION-SESION             PIC X(01).
000920     88  SESION-EN-ESPERA                 VALUE "E".
000930     88  SESION-RETIRADA                  VALUE "R".
000940 COPY SESFLAG.
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 0400-IDENTIFICAR-OPERADOR
000980     PERFORM 0500-RESERVAR-SESION
000990     IF SESION-RETIRADA
001000         DISPLAY "El programa termina sin abrir los ficheros."
001010         GO TO 9999-FIN
001020     END-IF
001030     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
001040     IF FS-PENDIENTES = "00"
001050         MOVE "S" TO SI-NO
001060         PERFORM 2000-CONSULTAR-PENDIENTES
001070             UNTIL SI-NO = "N"
001080     ELSE
001090         DISPLAY "No se pudo abrir PENDIENTES-ARCHIVO; estado "
001100             FS-PENDIENTES
001110     END-IF
001120     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
001130     PERFORM 0600-LIBERAR-SESION
001140     GO TO 9999-FIN.
001150 0400-IDENTIFICAR-OPERADOR.
001160     MOVE SPACE TO OPERADOR-TERMINAL
001170     ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "OPERADOR"
001180     IF OPERADOR-TERMINAL = SPACE
001190         ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "USER"
001200     END-IF.
001210*-----------------------------------------------------------------
001220*  Solo puede haber una sesion de escritura a la vez; si otra
001230*  esta anotada en PERSUSO, el operador decide entre reintentar
001240*  (esperar a que cierre) o retirarse.
001250*-----------------------------------------------------------------
001260 0500-RESERVAR-SESION.
001270     SET SESION-EN-ESPERA TO TRUE
001280     PERFORM 0550-PEDIR-SESION
001290     PERFORM 0560-REINTENTAR-SESION
001300         UNTIL SESION-CONCEDIDA
001310             OR SESION-RETIRADA.
001320 0550-PEDIR-SESION.
001330     MOVE "A" TO ACCION-DE-SESION
001340     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
001350                                    SESION-PROGRAMA
001360                                    OPERADOR-TERMINAL
001370                                    SESION-RESPUESTA.
001380 0560-REINTENTAR-SESION.
001390     DISPLAY "Reintentar cuando cierre o Retirarse (S/N)? "
001400     ACCEPT SI-NO
001410     IF SI-NO = "s"
001420         MOVE "S" TO SI-NO
001430     END-IF
001440     IF SI-NO = "S"
001450         PERFORM 0550-PEDIR-SESION
001460     ELSE
001470         SET SESION-RETIRADA TO TRUE
001480     END-IF.
001490 0600-LIBERAR-SESION.
001500     MOVE "L" TO ACCION-DE-SESION
001510     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
001520                                    SESION-PROGRAMA
001530                                    OPERADOR-TERMINAL
001540                                    SESION-RESPUESTA.
001550 1000-PROCEDIMIENTO-DE-APERTURA.
001560     OPEN I-O PENDIENTES-ARCHIVO
001570     IF FS-PENDIENTES = "35"
001580         OPEN OUTPUT PENDIENTES-ARCHIVO
001590         CLOSE PENDIENTES-ARCHIVO
001600         OPEN I-O PENDIENTES-ARCHIVO
001610     END-IF.
001620 5000-PROCEDIMIENTO-DE-CIERRE.
001630     CLOSE PENDIENTES-ARCHIVO.
001640 2000-CONSULTAR-PENDIENTES.
001650     DISPLAY "PERSONA-ID a consultar: "
001660     MOVE SPACE TO ID-BUSCADO
001670     ACCEPT ID-BUSCADO
001680     PERFORM 2200-LISTAR-PENDIENTES
001690     IF CONTADOR-POR-APLICAR NOT = ZERO
001700         PERFORM 3000-OFRECER-ANULACION
001710     END-IF
001720     PERFORM 2900-PREGUNTAR-OTRA.
001730*-----------------------------------------------------------------
001740*  La clave empieza por la persona: se posiciona en su primer
001750*  cambio y se lee hasta que cambia el PERSONA-ID, con lo que
001760*  salen en el orden de sus fechas efectivas.
001770*-----------------------------------------------------------------
001780 2200-LISTAR-PENDIENTES.
001790     MOVE ZERO TO CONTADOR-MOSTRADOS
001800     MOVE ZERO TO CONTADOR-POR-APLICAR
001810     MOVE ID-BUSCADO TO PEN-PERSONA-ID
001820     MOVE ZERO TO PEN-FECHA-EFECTIVA
001830     MOVE ZERO TO PEN-SECUENCIA
001840     SET QUEDAN-PENDIENTES TO TRUE
001850     START PENDIENTES-ARCHIVO
001860         KEY IS NOT LESS THAN PEN-CLAVE
001870         INVALID KEY
001880             SET NO-QUEDAN-PENDIENTES TO TRUE
001890     END-START
001900     IF QUEDAN-PENDIENTES
001910         PERFORM 2250-LEER-PENDIENTE
001920     END-IF
001930     PERFORM 2300-MOSTRAR-PENDIENTE
001940         UNTIL NO-QUEDAN-PENDIENTES
001950     DISPLAY " "
001960     DISPLAY "Cambios programados: " CONTADOR-MOSTRADOS
001970         "; por aplicar: " CONTADOR-POR-APLICAR.
001980 2250-LEER-PENDIENTE.
001990     READ PENDIENTES-ARCHIVO NEXT RECORD
002000         AT END
002010             SET NO-QUEDAN-PENDIENTES TO TRUE
002020         NOT AT END
002030             IF PEN-PERSONA-ID NOT = ID-BUSCADO
002040                 SET NO-QUEDAN-PENDIENTES TO TRUE
002050             END-IF
002060     END-READ.
002070 2300-MOSTRAR-PENDIENTE.
002080     ADD 1 TO CONTADOR-MOSTRADOS
002090     IF PEN-PENDIENTE
002100         ADD 1 TO CONTADOR-POR-APLICAR
002110     END-IF
002120     PERFORM 2350-DESCRIBIR-PENDIENTE
002130     DISPLAY " "
002140     DISPLAY "Fecha efectiva " PEN-FECHA-EFECTIVA
002150         "  numero " PEN-SECUENCIA ": " DESCRIPCION-ACCION
002160         " de " DESCRIPCION-REGISTRO
002170     DISPLAY "  Estado......: " DESCRIPCION-ESTADO
002180     DISPLAY "  Grabado por.: " PEN-OPERADOR " el "
002190         PEN-FECHA-GRABACION
002200     IF NOT PEN-PENDIENTE
002210         DISPLAY "  Cerrado por.: " PEN-OPERADOR-CIERRE " el "
002220             PEN-FECHA-CIERRE
002230         DISPLAY "  Resultado...: " PEN-RESULTADO
002240     END-IF
002250     IF PEN-DE-PERSONA
002260         PERFORM 2400-MOSTRAR-DATOS-PERSONA
002270     ELSE
002280         PERFORM 2500-MOSTRAR-DATOS-DEPENDIENTE
002290     END-IF
002300     PERFORM 2250-LEER-PENDIENTE.
002310 2350-DESCRIBIR-PENDIENTE.
002312     IF PEN-ES-ALTA
002314         MOVE "Alta" TO DESCRIPCION-ACCION
002316     ELSE
002318         IF PEN-ES-CORRECCION
002320             MOVE "Correccion" TO DESCRIPCION-ACCION
002322         ELSE
002324             IF PEN-ES-BAJA
002326                 MOVE "Baja" TO DESCRIPCION-ACCION
002328             ELSE
002330                 MOVE PEN-ACCION TO DESCRIPCION-ACCION
002332             END-IF
002334         END-IF
002336     END-IF
002338     IF PEN-PENDIENTE
002340         MOVE "Por aplicar" TO DESCRIPCION-ESTADO
002342     ELSE
002344         IF PEN-APLICADO
002346             MOVE "Aplicado" TO DESCRIPCION-ESTADO
002348         ELSE
002350             IF PEN-ANULADO
002352                 MOVE "Anulado" TO DESCRIPCION-ESTADO
002354             ELSE
002356                 IF PEN-RECHAZADO
002358                     MOVE "Rechazado" TO DESCRIPCION-ESTADO
002360                 ELSE
002362                     MOVE PEN-ESTADO TO DESCRIPCION-ESTADO
002364                 END-IF
002366             END-IF
002368         END-IF
002370     END-IF
002540     MOVE SPACE TO DESCRIPCION-REGISTRO
002550     IF PEN-DE-PERSONA
002560         MOVE "la persona" TO DESCRIPCION-REGISTRO
002570     ELSE
002580         MOVE PEN-DEPENDIENTE TO DEPENDIENTE-PROGRAMADO
002590         IF PEN-ES-ALTA
002600             MOVE "dependiente nuevo" TO DESCRIPCION-REGISTRO
002610         ELSE
002620             STRING "dependiente " DELIMITED BY SIZE
002630                 DP-SECUENCIA DELIMITED BY SIZE
002640                 INTO DESCRIPCION-REGISTRO
002650         END-IF
002660     END-IF.
002670*-----------------------------------------------------------------
002680*  De una correccion solo se muestran los campos rellenos, que
002690*  son los que cambian.
002700*-----------------------------------------------------------------
002710 2400-MOSTRAR-DATOS-PERSONA.
002720     MOVE PEN-DATOS TO PERSONA-PROGRAMADA
002730     IF PEN-ES-BAJA
002740         DISPLAY "  Motivo baja.: " PEN-MOTIVO-BAJA
002750     ELSE
002760         IF PP-NOMBRE NOT = SPACE
002770             DISPLAY "  Nombre......: " PP-NOMBRE
002780         END-IF
002790         IF PP-APELLIDOS NOT = SPACE
002800             DISPLAY "  Apellidos...: " PP-APELLIDOS
002810         END-IF
002820         IF PP-FECHA-NACIMIENTO NOT = ZERO
002830             DISPLAY "  F.Nacim.....: " PP-FECHA-NACIMIENTO
002840         END-IF
002850         IF PP-TELEFONO NOT = SPACE
002860             DISPLAY "  Telefono....: " PP-TELEFONO
002870         END-IF
002880         IF PP-DIRECCION NOT = SPACE
002890             DISPLAY "  Direccion...: " PP-DIRECCION
002900         END-IF
002910         IF PP-CENTRO-COSTE NOT = SPACE
002920             DISPLAY "  Centro......: " PP-CENTRO-COSTE
002930         END-IF
002940         IF PP-DOCUMENTO NOT = SPACE
002950             DISPLAY "  Documento...: " PP-DOCUMENTO
002960         END-IF
002970     END-IF.
002980 2500-MOSTRAR-DATOS-DEPENDIENTE.
002990     IF PEN-ES-BAJA
003000         DISPLAY "  Dependiente.: " DP-NOMBRE " ("
003010             DP-PARENTESCO ")"
003020     ELSE
003030         IF DP-NOMBRE NOT = SPACE
003040             DISPLAY "  Nombre......: " DP-NOMBRE
003050         END-IF
003060         IF DP-PARENTESCO-COD NOT = SPACE
003070             DISPLAY "  Parentesco..: " DP-PARENTESCO-COD " "
003080                 DP-PARENTESCO
003090         END-IF
003100         IF DP-FECHA-NACIMIENTO NOT = ZERO
003110             DISPLAY "  F.Nacim.....: " DP-FECHA-NACIMIENTO
003120         END-IF
003130     END-IF.
003140 2900-PREGUNTAR-OTRA.
003150     DISPLAY "Consultar otra persona (S/N)? "
003160     ACCEPT SI-NO
003170     IF SI-NO = "s"
003180         MOVE "S" TO SI-NO
003190     END-IF
003200     IF SI-NO NOT = "S"
003210         MOVE "N" TO SI-NO
003220     END-IF.
003230 3000-OFRECER-ANULACION.
003240     DISPLAY "Desea anular un cambio por aplicar (S/N)? "
003250     ACCEPT SI-NO
003260     IF SI-NO = "s"
003270         MOVE "S" TO SI-NO
003280     END-IF
003290     IF SI-NO = "S"
003300         PERFORM 3050-ELEGIR-PENDIENTE
003310     END-IF.
003320 3050-ELEGIR-PENDIENTE.
003330     MOVE ZERO TO FECHA-ANULAR
003340     DISPLAY "Fecha efectiva del cambio (AAAAMMDD): "
003350     ACCEPT FECHA-ANULAR
003360     MOVE ZERO TO NUMERO-ANULAR
003370     DISPLAY "Numero del cambio: "
003380     ACCEPT NUMERO-ANULAR
003390     MOVE ID-BUSCADO TO PEN-PERSONA-ID
003400     MOVE FECHA-ANULAR TO PEN-FECHA-EFECTIVA
003410     MOVE NUMERO-ANULAR TO PEN-SECUENCIA
003420     READ PENDIENTES-ARCHIVO
003430         KEY IS PEN-CLAVE
003440         INVALID KEY
003450             DISPLAY "No existe ese cambio para la persona "
003460                 ID-BUSCADO "."
003470         NOT INVALID KEY
003480             PERFORM 3100-ANULAR-PENDIENTE
003490     END-READ.
003500 3100-ANULAR-PENDIENTE.
003510     IF NOT PEN-PENDIENTE
003520         PERFORM 2350-DESCRIBIR-PENDIENTE
003530         DISPLAY "Ese cambio ya no esta por aplicar ("
003540             DESCRIPCION-ESTADO "); no se puede anular."
003550     ELSE
003560         DISPLAY "Confirma la anulacion (S/N)? "
003570         ACCEPT SI-NO
003580         IF SI-NO = "s"
003590             MOVE "S" TO SI-NO
003600         END-IF
003610         IF SI-NO = "S"
003620             SET PEN-ANULADO TO TRUE
003630             ACCEPT PEN-FECHA-CIERRE FROM DATE YYYYMMDD
003640             MOVE OPERADOR-TERMINAL TO PEN-OPERADOR-CIERRE
003650             MOVE "ANULADO POR CONSULTA" TO PEN-RESULTADO
003660             REWRITE PENDIENTE-REGISTRO
003670                 INVALID KEY
003680                     DISPLAY "No se pudo anular el cambio; "
003690                         "estado " FS-PENDIENTES
003700                 NOT INVALID KEY
003710                     DISPLAY "Cambio anulado."
003720             END-REWRITE
003730         END-IF
003740     END-IF.
003750 9999-FIN.
003760     STOP RUN.
003770 END PROGRAM CONSULTA-PENDIENTES.
