000160*      no existe en PERSONAS-ARCHIVO o apunta a un registro
000170*      marcado PERSONA-BORRADA;
000180*    - personas de PERSONAS-ARCHIVO sin linea de alta en
000190*      AUDITORIA-ARCHIVO (las altas se ordenan por PERSONA-ID y
000192*      se cruzan en secuencia con PERSDAT, sin tope de volumen);
000200*    - un CTRL-ULTIMO-ID de CONTROL-ARCHIVO por detras del
000210*      PERSONA-ID mas alto realmente grabado (el caso de la
000220*      restauracion de PERSDAT sin PERSCTL, que dejo a
000530*                   central PERSDIAR a traves de ANOTAR-DIARIO, para
000540*                   que PARTE-MATINAL pueda decir por la manana que
000550*                   corrio anoche y como acabo.
000551*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000552*                   duplicados por PERSONA-CENTRO-COSTE, para los
000553*                   listados por centro y para saber si un centro
000554*                   tiene personas activas; todos los programas
000555*                   que abren el fichero declaran la misma clave.
000556*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000557*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000558*                   en blanco; todos los programas que abren el
000559*                   fichero declaran la misma clave.
000560*  2026-10-15  JAC  Las altas de AUDITORIA-ARCHIVO ya no se cargan
000561*                   en una tabla de 30000 entradas, que al
000562*                   llenarse dejaba la comprobacion a medias: se
000563*                   ordenan por PERSONA-ID (SORT sobre PERSAUDA) y
000564*                   se cruzan en secuencia con PERSDAT, sin tope
000565*                   de volumen. Desaparecen los avisos por tabla
000566*                   truncada; el diario anota ALTAS= en su lugar.
000567*                   Un fallo de la ordenacion cuenta como
000568*                   anomalia.
000569*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000640         RECORD KEY IS PERSONA-ID
000650         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000660             WITH DUPLICATES
000662         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000664             WITH DUPLICATES
000666         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000668             SUPPRESS WHEN SPACES
000670         FILE STATUS IS FS-PERSONAS.
000680     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000690         ASSIGN TO "PERSDEP"
000810         ASSIGN TO "PERSAUDT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-AUDITORIA.
000831     SELECT ALTAS-ORDENADAS
000832         ASSIGN TO "PERSAUDA"
000833         ORGANIZATION IS LINE SEQUENTIAL
000834         FILE STATUS IS FS-ALTAS.
000835     SELECT ORDENACION-ALTAS
000836         ASSIGN TO "SORTWK1".
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  PERSONAS-ARCHIVO.
000910 COPY CTRLREG.
000920 FD  AUDITORIA-ARCHIVO.
000930 COPY AUDITREG.
000931 FD  ALTAS-ORDENADAS.
000932 01  ALTA-REGISTRO.
000933     05  ALT-PERSONA-ID          PIC X(06).
000934 SD  ORDENACION-ALTAS.
000935 01  ORDEN-REGISTRO.
000936     05  ORD-PERSONA-ID          PIC X(06).
000940 WORKING-STORAGE SECTION.
000950 01  FS-PERSONAS                 PIC X(02).
000960 01  FS-DEPENDIENTES             PIC X(02).
000970 01  FS-CONTROL                  PIC X(02).
000980 01  FS-AUDITORIA                PIC X(02).
000982 01  FS-ALTAS                    PIC X(02).
000990 01  CONTADOR-ANOMALIAS          PIC 9(05) COMP VALUE ZERO.
001000 01  CONTADOR-DEP-LEIDOS         PIC 9(05) COMP VALUE ZERO.
001010 01  CONTADOR-PER-LEIDOS         PIC 9(05) COMP VALUE ZERO.
001050 01  ID-MAXIMO-GRABADO           PIC 9(06) VALUE ZERO.
001060 01  ID-NUMERICO                 PIC 9(06).
001070*-----------------------------------------------------------------
001080*  Los identificadores con alta en AUDITORIA-ARCHIVO se ordenan
001090*  en PERSAUDA y se cruzan con PERSDAT, que se lee en orden de
001100*  PERSONA-ID; al acabar las altas su clave pasa a HIGH-VALUE.
001110*-----------------------------------------------------------------
001120 01  CONTADOR-ALTAS              PIC 9(05) COMP VALUE ZERO.
001130 01  CLAVE-ALTA                  PIC X(06).
001132 01  ESTADO-ALTAS                PIC X(01) VALUE "N".
001134     88  ALTAS-ABIERTAS                   VALUE "S".
001136     88  ALTAS-CERRADAS                   VALUE "N".
001220 01  ALTA-EN-AUDITORIA           PIC X(01).
001230     88  TIENE-ALTA                       VALUE "S".
001240     88  NO-TIENE-ALTA                    VALUE "N".
001340 0000-MAINLINE.
001350     PERFORM 8000-ANOTAR-INICIO
001360     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
001370     PERFORM 2000-ORDENAR-AUDITORIA
001380     PERFORM 3000-VERIFICAR-DEPENDIENTES
001390     PERFORM 4000-VERIFICAR-PERSONAS
001400     PERFORM 5000-VERIFICAR-CONTROL
001580     MOVE "F" TO DIARIO-TIPO
001590     MOVE CONTADOR-PER-LEIDOS TO DIARIO-NUM-A
001600     MOVE CONTADOR-DEP-LEIDOS TO DIARIO-NUM-B
001610     MOVE CONTADOR-ALTAS TO DIARIO-NUM-C
001620     MOVE CONTADOR-ANOMALIAS TO DIARIO-NUM-D
001630     MOVE SPACE TO DIARIO-CONTADORES
001640     STRING "PERS=" DIARIO-NUM-A
001650         " DEP=" DIARIO-NUM-B
001660         " ALTAS=" DIARIO-NUM-C
001670         " ANOMALIAS=" DIARIO-NUM-D
001680         DELIMITED BY SIZE INTO DIARIO-CONTADORES
001690     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
001830         CLOSE DEPENDIENTES-ARCHIVO
001840         OPEN INPUT DEPENDIENTES-ARCHIVO
001850     END-IF
001860     OPEN INPUT CONTROL-ARCHIVO.
001880 7000-PROCEDIMIENTO-DE-CIERRE.
001890     CLOSE PERSONAS-ARCHIVO
001900     CLOSE DEPENDIENTES-ARCHIVO
001910     IF FS-CONTROL = "00"
001920         CLOSE CONTROL-ARCHIVO
001930     END-IF.
001932*-----------------------------------------------------------------
001934*  Solo pasan a la ordenacion las lineas de alta de persona; el
001936*  resto de la auditoria no interesa para esta comprobacion.
001938*-----------------------------------------------------------------
001940 2000-ORDENAR-AUDITORIA.
001942     SORT ORDENACION-ALTAS
001944         ON ASCENDING KEY ORD-PERSONA-ID
001946         INPUT PROCEDURE IS 2050-SEPARAR-ALTAS
001948         GIVING ALTAS-ORDENADAS
001949     IF SORT-RETURN NOT = ZERO
001950         ADD 1 TO CONTADOR-ANOMALIAS
001951         DISPLAY "ANOMALIA: fallo la ordenacion de las altas de "
001952             "AUDITORIA-ARCHIVO."
001953     END-IF.
001954 2050-SEPARAR-ALTAS.
001955     OPEN INPUT AUDITORIA-ARCHIVO
001956     IF FS-AUDITORIA NOT = "00"
001957         DISPLAY "AVISO: no se pudo abrir AUDITORIA-ARCHIVO; "
001958             "estado " FS-AUDITORIA
001960         IF FS-AUDITORIA = "05"
001962             CLOSE AUDITORIA-ARCHIVO
001964         END-IF
001966     ELSE
001968         SET QUEDAN-REGISTROS TO TRUE
001970         PERFORM 2100-LEER-AUDITORIA
001972         PERFORM 2200-SEPARAR-ALTA
001974             UNTIL NO-QUEDAN-REGISTROS
001976         CLOSE AUDITORIA-ARCHIVO
001978     END-IF.
001980 2100-LEER-AUDITORIA.
001982     READ AUDITORIA-ARCHIVO
001984         AT END
001986             SET NO-QUEDAN-REGISTROS TO TRUE
001988     END-READ.
001990 2200-SEPARAR-ALTA.
001992*    Un alta de dependiente tambien graba "A", pero con AUD-CAMPO
001994*    relleno; las altas de persona llevan el campo en blanco.
001996     IF (AUD-OPERACION = "A" OR AUD-OPERACION = "R"
001998             OR AUD-OPERACION = SPACE)
002000         AND AUD-CAMPO = SPACE
002002         ADD 1 TO CONTADOR-ALTAS
002004         MOVE AUD-PERSONA-ID TO ORD-PERSONA-ID
002006         RELEASE ORDEN-REGISTRO
002008     END-IF
002010     PERFORM 2100-LEER-AUDITORIA.
002350*-----------------------------------------------------------------
002360*  Cada dependiente debe apuntar a una persona existente y no
002370*  marcada como borrada; lo contrario deja beneficiarios
002700*  Toda persona grabada (activa o borrada) tuvo que dejar su
002710*  linea de alta en AUDITORIA-ARCHIVO; de paso se calcula el
002720*  PERSONA-ID mas alto para contrastarlo con CONTROL-ARCHIVO.
002730*  PERSDAT y las altas ordenadas van en el mismo orden: para
002740*  cada persona se avanza en las altas hasta su PERSONA-ID.
002750*-----------------------------------------------------------------
002751 4000-VERIFICAR-PERSONAS.
002752     OPEN INPUT ALTAS-ORDENADAS
002753     MOVE LOW-VALUE TO CLAVE-ALTA
002754     IF FS-ALTAS NOT = "00"
002755         DISPLAY "AVISO: no se pudo abrir PERSAUDA; estado "
002756             FS-ALTAS
002757         MOVE HIGH-VALUE TO CLAVE-ALTA
002758     ELSE
002759         SET ALTAS-ABIERTAS TO TRUE
002760     END-IF
002761     SET QUEDAN-REGISTROS TO TRUE
002762     MOVE LOW-VALUE TO PERSONA-ID
002770     START PERSONAS-ARCHIVO
002780         KEY IS NOT LESS THAN PERSONA-ID
002790         INVALID KEY
002830         PERFORM 4100-LEER-PERSONA
002840         PERFORM 4200-COMPROBAR-PERSONA
002850             UNTIL NO-QUEDAN-REGISTROS
002860     END-IF
002862     IF ALTAS-ABIERTAS
002864         CLOSE ALTAS-ORDENADAS
002866     END-IF.
002870 4100-LEER-PERSONA.
002880     READ PERSONAS-ARCHIVO NEXT RECORD
002890         AT END
002970             MOVE ID-NUMERICO TO ID-MAXIMO-GRABADO
002980         END-IF
002990     END-IF
003000     PERFORM 4250-LEER-ALTA
003010         UNTIL CLAVE-ALTA NOT < PERSONA-ID
003020     IF CLAVE-ALTA = PERSONA-ID
003030         SET TIENE-ALTA TO TRUE
003040     ELSE
003050         SET NO-TIENE-ALTA TO TRUE
003060     END-IF
003070     IF NO-TIENE-ALTA
003080         ADD 1 TO CONTADOR-ANOMALIAS
003090         DISPLAY "ANOMALIA: la persona " PERSONA-ID " ("
003100             PERSONA-APELLIDOS ") no tiene linea de alta "
003110             "en AUDITORIA-ARCHIVO."
003120     END-IF
003130     PERFORM 4100-LEER-PERSONA.
003200 4250-LEER-ALTA.
003210     READ ALTAS-ORDENADAS
003220         AT END
003230             MOVE HIGH-VALUE TO CLAVE-ALTA
003240         NOT AT END
003250             MOVE ALT-PERSONA-ID TO CLAVE-ALTA
003260     END-READ
003262*    Un error de lectura se trata como fin de las altas, para que
003264*    el cruce no se quede dando vueltas sobre la misma clave.
003266     IF FS-ALTAS NOT = "00" AND FS-ALTAS NOT = "10"
003268         ADD 1 TO CONTADOR-ANOMALIAS
003270         DISPLAY "ANOMALIA: error al leer PERSAUDA; estado "
003272             FS-ALTAS
003274         MOVE HIGH-VALUE TO CLAVE-ALTA
003276     END-IF.
003320 5000-VERIFICAR-CONTROL.
003330     IF FS-CONTROL NOT = "00"
003340         ADD 1 TO CONTADOR-ANOMALIAS
003550 6000-MOSTRAR-RESUMEN.
003560     DISPLAY "Personas comprobadas....: " CONTADOR-PER-LEIDOS
003570     DISPLAY "Dependientes comprobados: " CONTADOR-DEP-LEIDOS
003580     DISPLAY "Altas en auditoria......: " CONTADOR-ALTAS
003600     DISPLAY "Anomalias encontradas...: " CONTADOR-ANOMALIAS.
003610 9999-FIN.
003620     STOP RUN.
