000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. EJECUTAR-CADENA.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Director de la cadena nocturna.  Hasta ahora DESCARGAR-
000120*  ARCHIVOS, APLICAR-PENDIENTES, EXTRAER-NOMINA y VERIFICAR-
000130*  ARCHIVOS se lanzaban uno a uno, y si uno acababa mal el
000140*  siguiente corria igual; PARTE-MATINAL solo lo contaba a la
000150*  manana siguiente.
000160*
000170*  Los pasos se leen del fichero PERSPASO (copybook PASOREG) en
000180*  el orden en que estan: numero de orden creciente, programa,
000190*  retorno maximo admitido y mandato con que se lanza.  Antes de
000200*  lanzar nada se revisa el fichero entero; con cualquier linea
000210*  mal formada o fuera de orden la cadena no arranca.
000220*
000230*  Antes de cada paso se comprueba en PERSUSO (CONTROL-SESIONES,
000240*  accion "C") que no queda ninguna sesion de escritura abierta.
000250*  Si la hay, o si el paso acaba con un retorno mayor que su
000260*  maximo, la cadena se para ahi y el paso queda anotado en el
000270*  registro de control CADCTL (copybook CADCTL).  Al relanzarla
000280*  se saltan los pasos de orden menor, que ya terminaron bien, y
000290*  se sigue desde el parado; al terminar la cadena entera el
000300*  control queda como terminado y la siguiente empieza desde el
000310*  primer paso.
000320*
000330*  El retorno de cada paso se saca del estado de espera que
000340*  devuelve SYSTEM (el codigo de salida va en el byte alto), no
000350*  se toma tal cual de RETURN-CODE.  Si SYSTEM no puede lanzar el
000351*  mandato el paso queda con retorno 9999 y la cadena se para.
000352*
000354*  Codigo de retorno: 8 si la cadena se para o no arranca; si
000356*  termina, el mayor retorno admitido de sus pasos.  Anota
000358*  inicio y fin en PERSDIAR, ademas de lo que anote cada paso.
000360*
000370*  Modification history
000380*  ---------------------------------------------------------
000390*  2026-10-15  JAC  Programa nuevo.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL PASOS-ARCHIVO
000450         ASSIGN TO "PERSPASO"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-PASOS.
000480     SELECT OPTIONAL CADENA-CONTROL-ARCHIVO
000490         ASSIGN TO "CADCTL"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CAD-CLAVE
000530         FILE STATUS IS FS-CAD-CONTROL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PASOS-ARCHIVO.
000570 COPY PASOREG.
000580 FD  CADENA-CONTROL-ARCHIVO.
000590 COPY CADCTL.
000600 WORKING-STORAGE SECTION.
000610 01  FS-PASOS                    PIC X(02).
000620 01  FS-CAD-CONTROL              PIC X(02).
000630 01  OPERADOR-TERMINAL           PIC X(20).
000640 01  HAY-MAS-PASOS               PIC X(01) VALUE "S".
000650     88  QUEDAN-PASOS                     VALUE "S".
000660     88  NO-QUEDAN-PASOS                  VALUE "N".
000670 01  SITUACION-CADENA            PIC X(01) VALUE "S".
000680     88  CADENA-SIGUE                     VALUE "S".
000690     88  CADENA-SE-PARA                   VALUE "N".
000700 01  PASO-DE-ARRANQUE            PIC 9(02) VALUE ZERO.
000710 01  ORDEN-ANTERIOR              PIC 9(02) VALUE ZERO.
000720 01  PASO-ARRANQUE-EN-FICHERO    PIC X(01) VALUE "N".
000730     88  ARRANQUE-LOCALIZADO              VALUE "S".
000740     88  ARRANQUE-NO-LOCALIZADO           VALUE "N".
000750 01  RETORNO-PASO                PIC 9(04) VALUE ZERO.
000760 01  RETORNO-CADENA              PIC 9(04) VALUE ZERO.
000770 01  CONTADOR-PASOS              PIC 9(05) COMP VALUE ZERO.
000780 01  CONTADOR-ERRONEOS           PIC 9(05) COMP VALUE ZERO.
000790 01  CONTADOR-SALTADOS           PIC 9(05) COMP VALUE ZERO.
000800 01  CONTADOR-EJECUTADOS         PIC 9(05) COMP VALUE ZERO.
000810 01  DIARIO-PROGRAMA PIC X(20) VALUE "EJECUTAR-CADENA".
000820 01  DIARIO-TIPO                 PIC X(01).
000830 01  DIARIO-RETORNO              PIC 9(04) VALUE ZERO.
000840 01  DIARIO-CONTADORES           PIC X(60).
000850 01  DIARIO-NUM-A                PIC 9(05).
000860 01  DIARIO-NUM-B                PIC 9(05).
000870 01  DIARIO-NUM-C                PIC 9(05).
000880 01  DIARIO-NUM-D                PIC 9(05).
000890 01  ACCION-DE-SESION            PIC X(01).
000900 COPY SESFLAG.
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
000930     PERFORM 8000-ANOTAR-INICIO
000940     PERFORM 0400-IDENTIFICAR-OPERADOR
000950     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
000960     PERFORM 1100-LEER-CONTROL-CADENA
000970     PERFORM 2000-REVISAR-PASOS
000980     IF CONTADOR-ERRONEOS NOT = ZERO
000990         DISPLAY "El fichero de pasos PERSPASO tiene "
001000             CONTADOR-ERRONEOS " errores; la cadena no arranca."
001010         MOVE 8 TO RETURN-CODE
001020         MOVE 8 TO DIARIO-RETORNO
001030         PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
001040         PERFORM 8100-ANOTAR-FIN
001050         GO TO 9999-FIN
001060     END-IF
001070     PERFORM 3000-EJECUTAR-PASOS
001080     PERFORM 4000-GRABAR-CONTROL-CADENA
001090     PERFORM 4500-MOSTRAR-RESUMEN
001100     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
001110     IF CADENA-SE-PARA
001120         MOVE 8 TO RETURN-CODE
001130         MOVE 8 TO DIARIO-RETORNO
001140     ELSE
001150         MOVE RETORNO-CADENA TO RETURN-CODE
001160         MOVE RETORNO-CADENA TO DIARIO-RETORNO
001170     END-IF
001180     PERFORM 8100-ANOTAR-FIN
001190     GO TO 9999-FIN.
001200 0400-IDENTIFICAR-OPERADOR.
001210     MOVE SPACE TO OPERADOR-TERMINAL
001220     ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "OPERADOR"
001230     IF OPERADOR-TERMINAL = SPACE
001240         ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "USER"
001250     END-IF.
001260 8000-ANOTAR-INICIO.
001270     MOVE "I" TO DIARIO-TIPO
001280     MOVE ZERO TO DIARIO-RETORNO
001290     MOVE SPACE TO DIARIO-CONTADORES
001300     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
001310                                 DIARIO-TIPO
001320                                 DIARIO-RETORNO
001330                                 DIARIO-CONTADORES.
001340 8100-ANOTAR-FIN.
001350     MOVE "F" TO DIARIO-TIPO
001360     MOVE CONTADOR-PASOS TO DIARIO-NUM-A
001370     MOVE CONTADOR-SALTADOS TO DIARIO-NUM-B
001380     MOVE CONTADOR-EJECUTADOS TO DIARIO-NUM-C
001390     MOVE ZERO TO DIARIO-NUM-D
001400     IF CADENA-SE-PARA
001410         MOVE CAD-PASO-PARADO TO DIARIO-NUM-D
001420     END-IF
001430     MOVE SPACE TO DIARIO-CONTADORES
001440     STRING "PASOS=" DIARIO-NUM-A
001450         " SALTADOS=" DIARIO-NUM-B
001460         " EJECUTADOS=" DIARIO-NUM-C
001470         " PARADA=" DIARIO-NUM-D
001480         DELIMITED BY SIZE INTO DIARIO-CONTADORES
001490     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
001500                                 DIARIO-TIPO
001510                                 DIARIO-RETORNO
001520                                 DIARIO-CONTADORES.
001530 1000-PROCEDIMIENTO-DE-APERTURA.
001540     OPEN I-O CADENA-CONTROL-ARCHIVO
001550     IF FS-CAD-CONTROL = "35"
001560         OPEN OUTPUT CADENA-CONTROL-ARCHIVO
001570         CLOSE CADENA-CONTROL-ARCHIVO
001580         OPEN I-O CADENA-CONTROL-ARCHIVO
001590         MOVE "1" TO CAD-CLAVE
001600         SET CADENA-TERMINADA TO TRUE
001610         MOVE ZERO TO CAD-PASO-PARADO
001620         MOVE SPACE TO CAD-PROGRAMA
001630         MOVE ZERO TO CAD-RETORNO
001640         MOVE SPACE TO CAD-MOTIVO
001650         MOVE ZERO TO CAD-FECHA
001660         MOVE ZERO TO CAD-HORA
001670         WRITE CADENA-CONTROL-REGISTRO
001680     END-IF.
001690 5000-PROCEDIMIENTO-DE-CIERRE.
001700     CLOSE CADENA-CONTROL-ARCHIVO.
001710*-----------------------------------------------------------------
001720*  CADCTL guarda un unico registro (CAD-CLAVE = "1"); si la
001730*  ultima cadena se paro, se arranca desde el paso parado.
001740*-----------------------------------------------------------------
001750 1100-LEER-CONTROL-CADENA.
001760     MOVE "1" TO CAD-CLAVE
001770     READ CADENA-CONTROL-ARCHIVO
001780         KEY IS CAD-CLAVE
001790         INVALID KEY
001800             DISPLAY "No se encontro el registro de control de "
001810                 "la cadena; se empieza por el primer paso."
001820             SET CADENA-TERMINADA TO TRUE
001830     END-READ
001840     IF CADENA-PARADA
001850         MOVE CAD-PASO-PARADO TO PASO-DE-ARRANQUE
001860         DISPLAY "La cadena anterior se paro en el paso "
001870             CAD-PASO-PARADO " (" CAD-PROGRAMA ") el " CAD-FECHA
001880             "; se relanza desde ese paso."
001890     END-IF.
001900*-----------------------------------------------------------------
001910*  Primera pasada: cada linea con orden y retorno numericos,
001920*  programa y mandato, y orden estrictamente creciente.  Si se
001930*  relanza, el paso parado tiene que seguir en el fichero.
001940*-----------------------------------------------------------------
001950 2000-REVISAR-PASOS.
001960     OPEN INPUT PASOS-ARCHIVO
001970     IF FS-PASOS NOT = "00"
001980         DISPLAY "No se pudo abrir el fichero de pasos PERSPASO; "
001990             "estado " FS-PASOS
002000         ADD 1 TO CONTADOR-ERRONEOS
002010         IF FS-PASOS = "05"
002020             CLOSE PASOS-ARCHIVO
002030         END-IF
002040     ELSE
002050         MOVE ZERO TO ORDEN-ANTERIOR
002060         SET QUEDAN-PASOS TO TRUE
002070         PERFORM 2100-LEER-PASO
002080         PERFORM 2200-REVISAR-PASO
002090             UNTIL NO-QUEDAN-PASOS
002100         CLOSE PASOS-ARCHIVO
002110         IF CONTADOR-PASOS = ZERO
002120             DISPLAY "El fichero de pasos PERSPASO esta vacio."
002130             ADD 1 TO CONTADOR-ERRONEOS
002140         END-IF
002150         IF CADENA-PARADA AND ARRANQUE-NO-LOCALIZADO
002160             DISPLAY "El paso parado " PASO-DE-ARRANQUE
002170                 " ya no esta en PERSPASO; revise el fichero de "
002180                 "pasos o el control CADCTL."
002190             ADD 1 TO CONTADOR-ERRONEOS
002200         END-IF
002210     END-IF.
002220 2100-LEER-PASO.
002230     READ PASOS-ARCHIVO
002240         AT END
002250             SET NO-QUEDAN-PASOS TO TRUE
002260     END-READ.
002270 2200-REVISAR-PASO.
002280     ADD 1 TO CONTADOR-PASOS
002290     IF PAS-ORDEN NOT NUMERIC
002300         OR PAS-RETORNO-MAXIMO NOT NUMERIC
002310         OR PAS-PROGRAMA = SPACE
002320         OR PAS-MANDATO = SPACE
002330         ADD 1 TO CONTADOR-ERRONEOS
002340         DISPLAY "Paso mal formado en la linea " CONTADOR-PASOS
002350             ": " PASO-REGISTRO
002360     ELSE
002370         IF PAS-ORDEN NOT > ORDEN-ANTERIOR
002380             ADD 1 TO CONTADOR-ERRONEOS
002390             DISPLAY "Paso " PAS-ORDEN " fuera de orden en la "
002400                 "linea " CONTADOR-PASOS
002410         END-IF
002420         MOVE PAS-ORDEN TO ORDEN-ANTERIOR
002430         IF PAS-ORDEN = PASO-DE-ARRANQUE
002440             SET ARRANQUE-LOCALIZADO TO TRUE
002450         END-IF
002460     END-IF
002470     PERFORM 2100-LEER-PASO.
002480*-----------------------------------------------------------------
002490*  Segunda pasada: se saltan los pasos anteriores al de
002500*  arranque y se lanzan los demas hasta el final o hasta que
002510*  uno pare la cadena.
002520*-----------------------------------------------------------------
002530 3000-EJECUTAR-PASOS.
002540     SET CADENA-SIGUE TO TRUE
002550     OPEN INPUT PASOS-ARCHIVO
002560     SET QUEDAN-PASOS TO TRUE
002570     PERFORM 2100-LEER-PASO
002580     PERFORM 3100-TRATAR-PASO
002590         UNTIL NO-QUEDAN-PASOS
002600             OR CADENA-SE-PARA
002610     CLOSE PASOS-ARCHIVO.
002620 3100-TRATAR-PASO.
002630     IF PAS-ORDEN < PASO-DE-ARRANQUE
002640         ADD 1 TO CONTADOR-SALTADOS
002650         DISPLAY "Paso " PAS-ORDEN " " PAS-PROGRAMA
002660             " ya termino bien; se salta."
002670     ELSE
002680         PERFORM 3200-LANZAR-PASO
002690     END-IF
002700     PERFORM 2100-LEER-PASO.
002710*-----------------------------------------------------------------
002720*  El paso no se lanza si hay cualquier sesion de escritura
002730*  anotada en PERSUSO; CONTROL-SESIONES muestra de quien es.
002740*-----------------------------------------------------------------
002750 3200-LANZAR-PASO.
002760     MOVE "C" TO ACCION-DE-SESION
002770     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002780                                    PAS-PROGRAMA
002790                                    OPERADOR-TERMINAL
002800                                    SESION-RESPUESTA
002810     IF SESION-DENEGADA
002820         DISPLAY "Paso " PAS-ORDEN " " PAS-PROGRAMA
002830             ": hay sesiones de escritura abiertas; la cadena "
002840             "se para."
002850         MOVE ZERO TO RETORNO-PASO
002860         SET CAD-POR-SESIONES TO TRUE
002870         SET CADENA-SE-PARA TO TRUE
002880     ELSE
002890         DISPLAY "Paso " PAS-ORDEN " " PAS-PROGRAMA
002900             ": se lanza."
002910         ADD 1 TO CONTADOR-EJECUTADOS
002920         CALL "SYSTEM" USING PAS-MANDATO
002930*        SYSTEM devuelve el estado de espera del proceso: el
002940*        retorno del paso viene en el byte alto.  Un retorno
002941*        negativo es que el mandato ni siquiera se pudo lanzar, y
002942*        la cadena se para sea cual sea el maximo del paso.
002943         IF RETURN-CODE < ZERO
002944             DISPLAY "Paso " PAS-ORDEN " " PAS-PROGRAMA
002945                 ": no se pudo lanzar el mandato; la cadena se "
002946                 "para."
002947             MOVE 9999 TO RETORNO-PASO
002950             SET CAD-POR-RETORNO TO TRUE
002960             SET CADENA-SE-PARA TO TRUE
002970         ELSE
002980             IF RETURN-CODE > 255
002990                 DIVIDE RETURN-CODE BY 256 GIVING RETORNO-PASO
003000             ELSE
003010                 MOVE RETURN-CODE TO RETORNO-PASO
003020             END-IF
003030         END-IF
003040         MOVE ZERO TO RETURN-CODE
003050         IF NOT CADENA-SE-PARA
003060             DISPLAY "Paso " PAS-ORDEN " " PAS-PROGRAMA
003070                 ": retorno " RETORNO-PASO " (maximo "
003071                 PAS-RETORNO-MAXIMO ")."
003072             IF RETORNO-PASO > PAS-RETORNO-MAXIMO
003073                 DISPLAY "Paso " PAS-ORDEN " " PAS-PROGRAMA
003074                     ": supera su retorno maximo; la cadena se "
003075                     "para."
003076                 SET CAD-POR-RETORNO TO TRUE
003077                 SET CADENA-SE-PARA TO TRUE
003078             ELSE
003079                 IF RETORNO-PASO > RETORNO-CADENA
003080                     MOVE RETORNO-PASO TO RETORNO-CADENA
003081                 END-IF
003082             END-IF
003083         END-IF
003084     END-IF
003090     IF CADENA-SE-PARA
003100         MOVE PAS-ORDEN TO CAD-PASO-PARADO
003110         MOVE PAS-PROGRAMA TO CAD-PROGRAMA
003120         MOVE RETORNO-PASO TO CAD-RETORNO
003130     END-IF.
003140*-----------------------------------------------------------------
003150*  Parada: queda el paso, su programa, su retorno y el motivo.
003160*  Cadena completa: el control vuelve a empezar por el primero.
003170*-----------------------------------------------------------------
003180 4000-GRABAR-CONTROL-CADENA.
003190     MOVE "1" TO CAD-CLAVE
003200     IF CADENA-SE-PARA
003210         SET CADENA-PARADA TO TRUE
003220     ELSE
003230         SET CADENA-TERMINADA TO TRUE
003240         MOVE ZERO TO CAD-PASO-PARADO
003250         MOVE SPACE TO CAD-PROGRAMA
003260         MOVE ZERO TO CAD-RETORNO
003270         MOVE SPACE TO CAD-MOTIVO
003280     END-IF
003290     ACCEPT CAD-FECHA FROM DATE YYYYMMDD
003300     ACCEPT CAD-HORA FROM TIME
003310*    Si CADCTL existe pero sin el registro "1" (una primera
003320*    ejecucion cortada o un fichero vaciado a mano), se graba.
003330     REWRITE CADENA-CONTROL-REGISTRO
003340         INVALID KEY
003350             WRITE CADENA-CONTROL-REGISTRO
003351                 INVALID KEY
003352                     DISPLAY "No se pudo grabar el control de la "
003353                         "cadena; estado " FS-CAD-CONTROL
003354             END-WRITE
003355     END-REWRITE.
003360 4500-MOSTRAR-RESUMEN.
003370     DISPLAY "Pasos en PERSPASO......: " CONTADOR-PASOS
003380     DISPLAY "Pasos saltados.........: " CONTADOR-SALTADOS
003390     DISPLAY "Pasos lanzados.........: " CONTADOR-EJECUTADOS
003400     IF CADENA-SE-PARA
003410         DISPLAY "Cadena PARADA en el paso " CAD-PASO-PARADO
003420             " (" CAD-PROGRAMA "); relanzar cuando se corrija."
003430     ELSE
003440         DISPLAY "Cadena terminada; retorno " RETORNO-CADENA
003450     END-IF.
003460 9999-FIN.
003470     STOP RUN.
003480 END PROGRAM EJECUTAR-CADENA.
