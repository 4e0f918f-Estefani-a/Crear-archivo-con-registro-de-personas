000810*                   sesion de escritura en PERSUSO al arrancar y la
000820*                   libera al terminar; con sesiones interactivas
000830*                   abiertas no arranca y termina con retorno 8.
000832*  2026-10-15  JAC  Cada persona grabada deja su movimiento de
000834*                   ingreso en PERSMOVL via ANOTAR-MOVIMIENTO,
000836*                   con la fecha de la carga como fecha de
000838*                   ingreso, igual que el alta interactiva.
000839*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000840*                   duplicados por PERSONA-CENTRO-COSTE, para los
000841*                   listados por centro y para saber si un centro
000842*                   tiene personas activas; todos los programas
000843*                   que abren el fichero declaran la misma clave.
000844*  2026-10-15  JAC  La transaccion trae al final el centro de
000845*                   coste de la persona (PERSONA-CENTRO-COSTE); se
000846*                   valida con VALIDAR-CENTRO y si no existe en
000847*                   PERSCCOS o esta inactivo la transaccion se
000848*                   rechaza con motivo CENTRO DE COSTE NO VALIDO.
000849*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000850*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000851*                   en blanco; todos los programas que abren el
000852*                   fichero declaran la misma clave.
000853*  2026-10-15  JAC  La transaccion trae el documento de identidad
000854*                   (PERSONA-DOCUMENTO del layout): se valida con
000855*                   VALIDAR-DOCUMENTO y se rechaza con motivo
000856*                   FALTA EL DOCUMENTO, DOCUMENTO NO VALIDO,
000857*                   DOCUMENTO DUPLICADO (ya en PERSDAT) o
000858*                   DOCUMENTO DE PERSONA DEPURADA (en PERSHIST).
000859*                   El POSIBLE DUPLICADO solo se da ya contra
000860*                   personas sin documento grabado.
000861*  2026-10-15  JAC  Cada grabacion, regrabacion o eliminacion en
000862*                   PERSDAT deja ademas la imagen completa del
000863*                   registro en el diario PERSIMAG, via ANOTAR-
000864*                   IMAGEN, para poder recuperar hacia delante con
000865*                   RECUPERAR-ARCHIVOS.
000866*  2026-10-15  JAC  La copia de trabajo de PERSREG renombra
000867*                   tambien la condicion nueva PERSONA-
000868*                   ANONIMIZADA, como las demas.
000869*****************************************************************
000870 ENVIRONMENT DIVISION.
000871 INPUT-OUTPUT SECTION.
000872 FILE-CONTROL.
000880     SELECT OPTIONAL PERSONAS-ARCHIVO
000890         ASSIGN TO "PERSDAT"
000900         ORGANIZATION IS INDEXED
000920         RECORD KEY IS PERSONA-ID
000930         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000940             WITH DUPLICATES
000942         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000944             WITH DUPLICATES
000946         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000948             SUPPRESS WHEN SPACES
000950         FILE STATUS IS FS-PERSONAS.
000960     SELECT OPTIONAL TRANSACCIONES-ARCHIVO
000970         ASSIGN TO "PERSTRAN"
001290     ==PERSONA-DIRECCION== BY ==TRANS-DIRECCION==
001300     ==PERSONA-ESTADO== BY   ==TRANS-ESTADO==
001310     ==PERSONA-ACTIVA== BY   ==TRANS-ACTIVA==
001320     ==PERSONA-BORRADA== BY  ==TRANS-BORRADA==
001321     ==PERSONA-ANONIMIZADA== BY ==TRANS-ANONIMIZADA==
001322     ==PERSONA-CENTRO-COSTE== BY ==TRANS-CENTRO-COSTE==
001324     ==PERSONA-DOCUMENTO== BY ==TRANS-DOCUMENTO==.
001330 FD  RECHAZOS-ARCHIVO.
001340 01  LINEA-RECHAZO               PIC X(80).
001350 FD  CARGA-CONTROL-ARCHIVO.
001550 COPY FECHFLAG.
001560 01  TELEFONO-TECLEADO           PIC X(09).
001570 COPY TELFFLAG.
001572 01  CENTRO-TECLEADO             PIC X(04).
001574 01  DESCRIPCION-CENTRO          PIC X(30).
001576 COPY CCOSFLAG.
001577 01  DOCUMENTO-TECLEADO          PIC X(09).
001578 COPY DOCUFLAG.
001579 01  DOCUMENTO-EN-HISTORICO      PIC X(06).
001580 01  ID-DUPLICADO PIC X(01).
001590     88  ID-YA-EXISTE                      VALUE "S".
001600     88  ID-ES-NUEVO                       VALUE "N".
001820 01  DIARIO-NUM-B                PIC 9(05).
001830 01  DIARIO-NUM-C                PIC 9(05).
001840 01  ACCION-DE-SESION            PIC X(01).
001842 01  FECHA-INGRESO               PIC 9(08).
001844 01  MOVIMIENTO-TIPO             PIC X(01).
001846 01  MOVIMIENTO-MOTIVO           PIC X(01).
001850 COPY SESFLAG.
001852 COPY IMAGPARM.
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 8000-ANOTAR-INICIO
003490         PERFORM 3150-VALIDAR-TELEFONO-CARGA
003500     END-IF
003510     IF FECHA-ES-VALIDA AND TELEFONO-ES-VALIDO
003520         PERFORM 3170-VALIDAR-CENTRO-CARGA
003530     END-IF
003540     IF FECHA-ES-VALIDA AND TELEFONO-ES-VALIDO
003550         AND CENTRO-ES-VALIDO
003560         PERFORM 3180-VALIDAR-DOCUMENTO-CARGA
003570     END-IF
003580     IF FECHA-ES-VALIDA AND TELEFONO-ES-VALIDO
003590         AND CENTRO-ES-VALIDO AND DOCUMENTO-ES-VALIDO
003591         PERFORM 3200-VALIDAR-ID-CARGA
003592     END-IF
003593     IF FECHA-ES-VALIDA AND TELEFONO-ES-VALIDO
003594         AND CENTRO-ES-VALIDO AND DOCUMENTO-ES-VALIDO
003595         AND ID-ES-NUEVO AND HAY-HOMONIMO
003596         MOVE "POSIBLE DUPLICADO" TO MOTIVO-RECHAZO
003597     END-IF
003598     IF FECHA-ES-VALIDA AND TELEFONO-ES-VALIDO
003599         AND CENTRO-ES-VALIDO AND DOCUMENTO-ES-VALIDO
003600         AND ID-ES-NUEVO AND NO-HAY-HOMONIMO
003601         PERFORM 3300-ESCRIBIR-REGISTRO-CARGA
003610     ELSE
003620         PERFORM 3400-RECHAZAR-TRANSACCION
003630     END-IF
003690*  busca por la clave alternativa una PERSONA-ACTIVA con los
003700*  mismos apellidos y nombre y, si la hay, la transaccion se
003710*  rechaza con motivo POSIBLE DUPLICADO para revisarla a mano.
003712*  Si esa persona ya tiene documento grabado no cuenta: el de la
003714*  transaccion es otro, asi que son personas distintas.
003720*  Se hace antes de mover la transaccion al registro del
003730*  fichero, que la busqueda machaca.
003740*-----------------------------------------------------------------
003960         SET NO-QUEDAN-HOMONIMOS TO TRUE
003970     ELSE
003980         IF PERSONA-NOMBRE = TRANS-NOMBRE AND PERSONA-ACTIVA
003990             AND PERSONA-DOCUMENTO = SPACE
003992             SET HAY-HOMONIMO TO TRUE
004000             SET NO-QUEDAN-HOMONIMOS TO TRUE
004010         ELSE
004020             PERFORM 3260-LEER-HOMONIMO
004170     IF TELEFONO-NO-ES-VALIDO
004180         MOVE "TELEFONO NO VALIDO" TO MOTIVO-RECHAZO
004190     END-IF.
004191 3170-VALIDAR-CENTRO-CARGA.
004192     MOVE TRANS-CENTRO-COSTE TO CENTRO-TECLEADO
004193     CALL "VALIDAR-CENTRO" USING CENTRO-TECLEADO
004194                                  DESCRIPCION-CENTRO
004195                                  CENTRO-VALIDO.
004196     IF CENTRO-NO-ES-VALIDO
004197         MOVE "CENTRO DE COSTE NO VALIDO" TO MOTIVO-RECHAZO
004198     END-IF.
004199*-----------------------------------------------------------------
004200*  El documento es obligatorio y unico, como en el alta
004201*  interactiva.  La lectura por su clave machaca el registro,
004202*  pero solo cuando lo encuentra, y entonces la transaccion se
004203*  rechaza igual que con el ID duplicado.
004204*-----------------------------------------------------------------
004205 3180-VALIDAR-DOCUMENTO-CARGA.
004206     MOVE TRANS-DOCUMENTO TO DOCUMENTO-TECLEADO
004207     CALL "VALIDAR-DOCUMENTO" USING DOCUMENTO-TECLEADO
004208                                     DOCUMENTO-VALIDO
004209     IF DOCUMENTO-NO-ES-VALIDO
004210         IF TRANS-DOCUMENTO = SPACE
004211             MOVE "FALTA EL DOCUMENTO" TO MOTIVO-RECHAZO
004212         ELSE
004213             MOVE "DOCUMENTO NO VALIDO" TO MOTIVO-RECHAZO
004214         END-IF
004215     ELSE
004216         MOVE DOCUMENTO-TECLEADO TO PERSONA-DOCUMENTO
004217         PERFORM 3190-DOCUMENTO-REPETIDO-CARGA
004218     END-IF.
004219 3190-DOCUMENTO-REPETIDO-CARGA.
004220     READ PERSONAS-ARCHIVO
004221         KEY IS PERSONA-DOCUMENTO
004222         INVALID KEY
004223             CONTINUE
004224         NOT INVALID KEY
004225             SET DOCUMENTO-NO-ES-VALIDO TO TRUE
004226             MOVE "DOCUMENTO DUPLICADO" TO MOTIVO-RECHAZO
004227     END-READ
004228     IF DOCUMENTO-ES-VALIDO
004229         CALL "BUSCAR-DOCUMENTO-HIST" USING DOCUMENTO-TECLEADO
004230                                          DOCUMENTO-EN-HISTORICO
004231         IF DOCUMENTO-EN-HISTORICO NOT = SPACE
004232             SET DOCUMENTO-NO-ES-VALIDO TO TRUE
004233             MOVE "DOCUMENTO DE PERSONA DEPURADA"
004234                 TO MOTIVO-RECHAZO
004235         END-IF
004236     END-IF.
004237 3200-VALIDAR-ID-CARGA.
004238     SET ID-ES-NUEVO TO TRUE
004239     READ PERSONAS-ARCHIVO
004240         KEY IS PERSONA-ID
004241         INVALID KEY
004250             CONTINUE
004260         NOT INVALID KEY
004270             SET ID-YA-EXISTE TO TRUE
004340             PERFORM 3400-RECHAZAR-TRANSACCION
004350         NOT INVALID KEY
004360             ADD 1 TO CONTADOR-ACEPTADOS
004370             PERFORM 7000-ANOTAR-IMAGEN-PERSONA
004371             PERFORM 3350-REGISTRAR-AUDITORIA-CARGA
004372             PERFORM 3360-ANOTAR-INGRESO-CARGA
004380     END-WRITE.
004390 3350-REGISTRAR-AUDITORIA-CARGA.
004400     MOVE PERSONA-ID TO AUD-PERSONA-ID
004450     MOVE SPACE TO AUD-CAMPO
004460     MOVE SPACE TO AUD-VALOR-ANTERIOR
004470     WRITE AUDITORIA-REGISTRO.
004471*-----------------------------------------------------------------
004472*  La transaccion no trae fecha de ingreso; la persona entra en
004473*  la empresa el dia en que se carga.
004474*-----------------------------------------------------------------
004475 3360-ANOTAR-INGRESO-CARGA.
004476     ACCEPT FECHA-INGRESO FROM DATE YYYYMMDD
004477     MOVE "I" TO MOVIMIENTO-TIPO
004478     MOVE SPACE TO MOVIMIENTO-MOTIVO
004479     CALL "ANOTAR-MOVIMIENTO" USING PERSONA-ID
004480                                     MOVIMIENTO-TIPO
004481                                     FECHA-INGRESO
004482                                     MOVIMIENTO-MOTIVO
004483                                     OPERADOR-TERMINAL.
004484 3400-RECHAZAR-TRANSACCION.
004490     MOVE TRANS-ID TO RECH-ID
004500     MOVE TRANS-NOMBRE TO RECH-NOMBRE
004510     MOVE MOTIVO-RECHAZO TO RECH-MOTIVO
004930     DISPLAY "Transacciones procesadas: " CONTADOR-TRANSACCION
004940     DISPLAY "Transacciones aceptadas.: " CONTADOR-ACEPTADOS
004950     DISPLAY "Transacciones rechazadas: " CONTADOR-RECHAZADOS.
004951*-----------------------------------------------------------------
004952*  Imagen posterior del registro para el diario PERSIMAG.
004954*-----------------------------------------------------------------
004955 7000-ANOTAR-IMAGEN-PERSONA.
004956     SET IMAGEN-DE-PERSONA TO TRUE
004957     SET IMAGEN-GRABADA TO TRUE
004958     MOVE PERSONAS-REGISTRO TO IMAGEN-DATOS
004959     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
004960 7900-LLAMAR-ANOTAR-IMAGEN.
004961     CALL "ANOTAR-IMAGEN" USING IMAGEN-TIPO
004962                                IMAGEN-OPERACION
004963                                IMAGEN-DATOS
004964                                OPERADOR-TERMINAL.
004965 9999-FIN.
004970     STOP RUN.
004980 END PROGRAM CARGA-PERSONAS.
