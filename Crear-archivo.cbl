000950*                   cerrar; con otra sesion de escritura anotada se
000960*                   avisa de quien es y el operador decide entre
000970*                   reintentar o retirarse.
000972*  2026-10-15  JAC  Cada alta pide la fecha de ingreso en la
000974*                   empresa (ENTER = hoy) y deja su movimiento
000976*                   de ingreso en PERSMOVL via ANOTAR-MOVIMIENTO,
000978*                   para llevar el historial laboral.
000979*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000980*                   duplicados por PERSONA-CENTRO-COSTE, para los
000981*                   listados por centro y para saber si un centro
000982*                   tiene personas activas; todos los programas
000983*                   que abren el fichero declaran la misma clave.
000984*  2026-10-15  JAC  Cada alta pide el centro de coste de la
000985*                   persona, validado con VALIDAR-CENTRO: tiene
000986*                   que existir en PERSCCOS y estar activo, y se
000987*                   repite la pregunta hasta que lo este.
000988*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000989*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000990*                   en blanco; todos los programas que abren el
000991*                   fichero declaran la misma clave.
000992*  2026-10-15  JAC  Se pide el documento de identidad (DNI o NIE),
000993*                   obligatorio: se valida la letra con VALIDAR-
000994*                   DOCUMENTO y se rechaza si ya lo tiene otra
000995*                   persona de PERSDAT o una depurada de PERSHIST
000996*                   (BUSCAR-DOCUMENTO-HIST). El aviso de homonimo
000997*                   solo salta ya con personas que no tienen
000998*                   documento grabado; con documento distinto son
000999*                   personas distintas.
001000*  2026-10-15  JAC  El parentesco del dependiente se teclea como
001001*                   codigo de la tabla PERSPARE, validado con
001002*                   VALIDAR-PARENTESCO; en DEP-PARENTESCO se graba
001003*                   la descripcion de la tabla y el beneficio nace
001004*                   vigente.
001005*  2026-10-15  JAC  Cada grabacion, regrabacion o eliminacion en
001006*                   PERSDAT y PERSDEP deja ademas la imagen
001007*                   completa del registro en el diario PERSIMAG,
001008*                   via ANOTAR-IMAGEN, para poder recuperar hacia
001009*                   delante con RECUPERAR-ARCHIVOS.
001010*  2026-10-15  JAC  La copia de trabajo de PERSREG renombra
001011*                   tambien la condicion nueva PERSONA-
001012*                   ANONIMIZADA, como las demas.
001013*****************************************************************
001014 ENVIRONMENT DIVISION.
001015 INPUT-OUTPUT SECTION.
001016 FILE-CONTROL.
001020     SELECT OPTIONAL PERSONAS-ARCHIVO
001030         ASSIGN TO "PERSDAT"
001040         ORGANIZATION IS INDEXED
001060         RECORD KEY IS PERSONA-ID
001070         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
001080             WITH DUPLICATES
001082         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
001084             WITH DUPLICATES
001086         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
001088             SUPPRESS WHEN SPACES
001090         FILE STATUS IS FS-PERSONAS.
001100     SELECT OPTIONAL AUDITORIA-ARCHIVO
001110         ASSIGN TO "PERSAUDT"
001510     VALUE "Introduce un numero de telefono: ".
001520 01  DIRECCION PIC X(25)
001530     VALUE "Introduce una direccion: ".
001531 01  CENTRO-PROMPT PIC X(30)
001532     VALUE "Introduce el centro de coste: ".
001533 01  CENTRO-TECLEADO             PIC X(04).
001534 01  DESCRIPCION-CENTRO          PIC X(30).
001535 COPY CCOSFLAG.
001536 01  FECHA-INGRESO-PROMPT PIC X(41)
001537     VALUE "Fecha de ingreso AAAAMMDD (ENTER = hoy): ".
001538 01  FECHA-INGRESO               PIC 9(08).
001539 01  MOVIMIENTO-TIPO             PIC X(01).
001540 01  MOVIMIENTO-MOTIVO           PIC X(01).
001541 01  SI-NO PIC X.
001550 01  ENTRADA PIC X.
001560 01  TELEFONO-TECLEADO PIC X(09).
001570 COPY TELFFLAG.
001610 COPY FECHFLAG.
001620 01  MENSAJE-FECHA PIC X(47)
001630     VALUE "Fecha no valida; formato AAAAMMDD y no futura.".
001631 01  DOCUMENTO-PROMPT PIC X(36)
001632     VALUE "Introduce el DNI o NIE con su letra:".
001633 01  DOCUMENTO-TECLEADO PIC X(09).
001634 COPY DOCUFLAG.
001635 01  MENSAJE-DOCUMENTO PIC X(44)
001636     VALUE "Documento no valido; revise cifras y letra.".
001637 01  DOCUMENTO-EN-HISTORICO      PIC X(06).
001640 01  ID-DUPLICADO PIC X(01).
001650     88  ID-YA-EXISTE                VALUE "S".
001660     88  ID-ES-NUEVO                  VALUE "N".
001750     VALUE "Desea agregar otro dependiente (S/N)?".
001760 01  DEP-NOMBRE-PROMPT PIC X(24)
001770     VALUE "Nombre del dependiente: ".
001780 01  DEP-PARENTESCO-PROMPT PIC X(20)
001790     VALUE "Codigo de parentesco".
001792 01  PARENTESCO-TECLEADO         PIC X(02).
001794 01  DESCRIPCION-PARENTESCO      PIC X(15).
001796 01  EDAD-LIMITE-PARENTESCO      PIC 9(03).
001798 COPY PARTFLAG.
001800 01  DEP-FECHA-PROMPT PIC X(30)
001810     VALUE "Fecha de nacimiento AAAAMMDD: ".
001820*-----------------------------------------------------------------
001950     ==PERSONA-DIRECCION== BY ==NVO-DIRECCION==
001960     ==PERSONA-ESTADO== BY   ==NVO-ESTADO==
001970     ==PERSONA-ACTIVA== BY   ==NVO-ACTIVA==
001980     ==PERSONA-BORRADA== BY  ==NVO-BORRADA==
001981     ==PERSONA-ANONIMIZADA== BY ==NVO-ANONIMIZADA==
001982     ==PERSONA-CENTRO-COSTE== BY ==NVO-CENTRO-COSTE==
001984     ==PERSONA-DOCUMENTO== BY ==NVO-DOCUMENTO==.
001990 01  HOMONIMO-HALLADO PIC X(01).
002000     88  HAY-HOMONIMO                VALUE "S".
002010     88  NO-HAY-HOMONIMO             VALUE "N".
002120     88  SESION-EN-ESPERA                 VALUE "E".
002130     88  SESION-RETIRADA                  VALUE "R".
002140 COPY SESFLAG.
002142 COPY IMAGPARM.
002150 PROCEDURE DIVISION.
002160 0000-MAINLINE.
002170     PERFORM 0400-IDENTIFICAR-OPERADOR
003180*  Busqueda por la clave alternativa de apellidos de una
003190*  PERSONA-ACTIVA con los mismos apellidos y nombre que el alta
003200*  en curso; si la hay, se muestra su ID y el operador decide.
003202*  Una persona con documento grabado no cuenta: el del alta ya
003204*  se comprobo que es otro, asi que son personas distintas.
003210*-----------------------------------------------------------------
003220 2350-COMPROBAR-HOMONIMO.
003230     SET ALTA-CONFIRMADA TO TRUE
003600         SET NO-QUEDAN-HOMONIMOS TO TRUE
003610     ELSE
003620         IF PERSONA-NOMBRE = NVO-NOMBRE AND PERSONA-ACTIVA
003630             AND PERSONA-DOCUMENTO = SPACE
003640             SET HAY-HOMONIMO TO TRUE
003642             MOVE PERSONA-ID TO HOMONIMO-ID
003650             SET NO-QUEDAN-HOMONIMOS TO TRUE
003660         ELSE
003670             PERFORM 2370-LEER-HOMONIMO
003750     ACCEPT PERSONA-NOMBRE
003760     DISPLAY APELLIDOS " ? "
003770     ACCEPT PERSONA-APELLIDOS
003780     PERFORM 2180-OBTENER-DOCUMENTO
003782     PERFORM 2200-OBTENER-FECHA-NACIMIENTO
003790     PERFORM 2260-OBTENER-TELEFONO
003800     DISPLAY DIRECCION
003810     ACCEPT PERSONA-DIRECCION
003812     PERFORM 2280-OBTENER-FECHA-INGRESO
003814     PERFORM 2275-OBTENER-CENTRO
003820     PERFORM 2300-CONTINUAR.
003830 2150-OBTENER-ID.
003840     SET ID-YA-EXISTE TO TRUE
004140             DISPLAY "No se pudo actualizar el control de "
004150                 "identificadores; estado " FS-CONTROL
004160     END-REWRITE.
004161*-----------------------------------------------------------------
004162*  El documento es obligatorio y unico: no puede tenerlo otra
004163*  persona de PERSDAT, ni borrada, ni una depurada de PERSHIST,
004164*  que se repone con la reincorporacion y no con un alta nueva.
004165*-----------------------------------------------------------------
004166 2180-OBTENER-DOCUMENTO.
004167     SET DOCUMENTO-NO-ES-VALIDO TO TRUE
004168     PERFORM 2185-PEDIR-DOCUMENTO
004169         UNTIL DOCUMENTO-ES-VALIDO
004170     MOVE DOCUMENTO-TECLEADO TO PERSONA-DOCUMENTO.
004171 2185-PEDIR-DOCUMENTO.
004172     DISPLAY DOCUMENTO-PROMPT " ? "
004173     MOVE SPACE TO DOCUMENTO-TECLEADO
004174     ACCEPT DOCUMENTO-TECLEADO
004175     CALL "VALIDAR-DOCUMENTO" USING DOCUMENTO-TECLEADO
004176                                     DOCUMENTO-VALIDO
004177     IF DOCUMENTO-NO-ES-VALIDO
004178         DISPLAY MENSAJE-DOCUMENTO
004179     ELSE
004180         PERFORM 2190-COMPROBAR-DOCUMENTO-LIBRE
004181     END-IF.
004182*-----------------------------------------------------------------
004183*  La lectura por la clave del documento machaca el registro del
004184*  alta en curso; se guarda y se repone como en los homonimos.
004185*-----------------------------------------------------------------
004186 2190-COMPROBAR-DOCUMENTO-LIBRE.
004187     MOVE PERSONAS-REGISTRO TO REGISTRO-NUEVO
004188     MOVE DOCUMENTO-TECLEADO TO PERSONA-DOCUMENTO
004189     READ PERSONAS-ARCHIVO
004190         KEY IS PERSONA-DOCUMENTO
004191         INVALID KEY
004192             CONTINUE
004193         NOT INVALID KEY
004194             SET DOCUMENTO-NO-ES-VALIDO TO TRUE
004195             DISPLAY "Ese documento ya lo tiene la persona "
004196                 PERSONA-ID "."
004197     END-READ
004198     MOVE REGISTRO-NUEVO TO PERSONAS-REGISTRO
004199     IF DOCUMENTO-ES-VALIDO
004200         CALL "BUSCAR-DOCUMENTO-HIST" USING DOCUMENTO-TECLEADO
004201                                          DOCUMENTO-EN-HISTORICO
004202         IF DOCUMENTO-EN-HISTORICO NOT = SPACE
004203             SET DOCUMENTO-NO-ES-VALIDO TO TRUE
004204             DISPLAY "Ese documento es de la persona depurada "
004205                 DOCUMENTO-EN-HISTORICO "; debe reponerse desde "
004206                 "CONSULTA-HISTORICO."
004207         END-IF
004208     END-IF.
004209 2200-OBTENER-FECHA-NACIMIENTO.
004210     SET FECHA-NO-ES-VALIDA TO TRUE
004211     PERFORM 2250-PEDIR-FECHA-NACIMIENTO
004212         UNTIL FECHA-ES-VALIDA.
004213 2250-PEDIR-FECHA-NACIMIENTO.
004220     DISPLAY FECHA-NACIMIENTO-PROMPT " ? "
004230     MOVE SPACE TO FECHA-TECLEADA
004240     ACCEPT FECHA-TECLEADA
004420     IF TELEFONO-NO-ES-VALIDO
004430         DISPLAY MENSAJE-TELEFONO
004440     END-IF.
004441*-----------------------------------------------------------------
004442*  El centro de coste tiene que existir en PERSCCOS y estar
004443*  activo; no se admite un alta sin centro.
004444*-----------------------------------------------------------------
004445 2275-OBTENER-CENTRO.
004446     SET CENTRO-NO-EXISTE TO TRUE
004447     PERFORM 2276-PEDIR-CENTRO
004448         UNTIL CENTRO-ES-VALIDO
004449     MOVE CENTRO-TECLEADO TO PERSONA-CENTRO-COSTE
004450     DISPLAY "Centro asignado: " DESCRIPCION-CENTRO.
004451 2276-PEDIR-CENTRO.
004452     DISPLAY CENTRO-PROMPT " ? "
004453     MOVE SPACE TO CENTRO-TECLEADO
004454     ACCEPT CENTRO-TECLEADO
004455     CALL "VALIDAR-CENTRO" USING CENTRO-TECLEADO
004456                                  DESCRIPCION-CENTRO
004457                                  CENTRO-VALIDO.
004458     IF CENTRO-NO-EXISTE
004459         DISPLAY "No existe ese centro de coste."
004460     END-IF
004461     IF CENTRO-ESTA-INACTIVO
004462         DISPLAY "El centro " CENTRO-TECLEADO " ("
004463             DESCRIPCION-CENTRO ") esta inactivo."
004464     END-IF.
004465*-----------------------------------------------------------------
004466*  La fecha de ingreso no se guarda en PERSREG sino en el
004467*  movimiento de ingreso que se graba tras el alta; sin teclear
004468*  nada se toma la fecha del dia.
004469*-----------------------------------------------------------------
004470 2280-OBTENER-FECHA-INGRESO.
004471     SET FECHA-NO-ES-VALIDA TO TRUE
004472     PERFORM 2290-PEDIR-FECHA-INGRESO
004473         UNTIL FECHA-ES-VALIDA.
004474 2290-PEDIR-FECHA-INGRESO.
004475     DISPLAY FECHA-INGRESO-PROMPT
004476     MOVE SPACE TO FECHA-TECLEADA
004477     ACCEPT FECHA-TECLEADA
004478     IF FECHA-TECLEADA = SPACE
004479         ACCEPT FECHA-INGRESO FROM DATE YYYYMMDD
004480         SET FECHA-ES-VALIDA TO TRUE
004481     ELSE
004482         CALL "VALIDAR-FECHA" USING FECHA-TECLEADA
004483                                     FECHA-INGRESO
004484                                     FECHA-VALIDA
004485         IF FECHA-NO-ES-VALIDA
004486             DISPLAY MENSAJE-FECHA
004487         END-IF
004488     END-IF.
004489 2300-CONTINUAR.
004490     MOVE "S" TO ENTRADA
004491     IF PERSONA-NOMBRE = SPACE
004492         MOVE "N" TO ENTRADA
004493     END-IF.
004500 2400-ESCRIBIR-REGISTRO.
004510     WRITE PERSONAS-REGISTRO
004520         INVALID KEY
004540                 PERSONA-ID "; estado " FS-PERSONAS
004550         NOT INVALID KEY
004560             SET SE-GRABO-REGISTRO TO TRUE
004570             PERFORM 7000-ANOTAR-IMAGEN-PERSONA
004571             PERFORM 2450-REGISTRAR-AUDITORIA
004572             PERFORM 2460-ANOTAR-INGRESO
004580     END-WRITE.
004590 2450-REGISTRAR-AUDITORIA.
004600     MOVE PERSONA-ID TO AUD-PERSONA-ID
004650     MOVE SPACE TO AUD-CAMPO
004660     MOVE SPACE TO AUD-VALOR-ANTERIOR
004670     WRITE AUDITORIA-REGISTRO.
004671 2460-ANOTAR-INGRESO.
004672     MOVE "I" TO MOVIMIENTO-TIPO
004673     MOVE SPACE TO MOVIMIENTO-MOTIVO
004674     CALL "ANOTAR-MOVIMIENTO" USING PERSONA-ID
004675                                     MOVIMIENTO-TIPO
004676                                     FECHA-INGRESO
004677                                     MOVIMIENTO-MOTIVO
004678                                     OPERADOR-TERMINAL.
004680*-----------------------------------------------------------------
004690*  Un empleado puede tener cero, uno o varios dependientes o
004700*  beneficiarios; DEP-SECUENCIA-ACTUAL numera cada uno dentro de
004870     MOVE DEP-SECUENCIA-ACTUAL TO DEP-SECUENCIA
004880     DISPLAY DEP-NOMBRE-PROMPT
004890     ACCEPT DEP-NOMBRE
004900     PERFORM 2615-OBTENER-PARENTESCO
004910     PERFORM 2620-OBTENER-FECHA-DEP
004930     WRITE DEPENDIENTE-REGISTRO
004940         INVALID KEY
004950             DISPLAY "No se pudo grabar el dependiente; estado "
004960                 FS-DEPENDIENTES
004970         NOT INVALID KEY
004972             PERFORM 7100-ANOTAR-IMAGEN-DEPENDIENTE
004974     END-WRITE
004980     DISPLAY DEP-PREGUNTA-OTRO
004990     ACCEPT DEP-SI-NO
005000     IF DEP-SI-NO = "s"
005010         MOVE "S" TO DEP-SI-NO
005020     END-IF.
005021*-----------------------------------------------------------------
005022*  El parentesco se teclea como codigo de la tabla PERSPARE y se
005023*  repite la pregunta hasta que exista; en DEP-PARENTESCO se
005024*  graba la descripcion de la tabla, no lo tecleado.
005025*-----------------------------------------------------------------
005026 2615-OBTENER-PARENTESCO.
005027     SET PARENTESCO-NO-ES-VALIDO TO TRUE
005028     PERFORM 2617-PEDIR-PARENTESCO
005029         UNTIL PARENTESCO-ES-VALIDO
005030     MOVE PARENTESCO-TECLEADO TO DEP-PARENTESCO-COD
005031     MOVE DESCRIPCION-PARENTESCO TO DEP-PARENTESCO
005032     SET DEP-BENEFICIO-VIGENTE TO TRUE
005033     DISPLAY "Parentesco: " DESCRIPCION-PARENTESCO.
005034 2617-PEDIR-PARENTESCO.
005035     DISPLAY DEP-PARENTESCO-PROMPT " ? "
005036     MOVE SPACE TO PARENTESCO-TECLEADO
005037     ACCEPT PARENTESCO-TECLEADO
005038     CALL "VALIDAR-PARENTESCO" USING PARENTESCO-TECLEADO
005039                                      DESCRIPCION-PARENTESCO
005040                                      EDAD-LIMITE-PARENTESCO
005041                                      PARENTESCO-VALIDO.
005042     IF PARENTESCO-NO-ES-VALIDO
005043         DISPLAY "No existe el parentesco " PARENTESCO-TECLEADO
005044             "; vea MANTENIMIENTO-PARENTESCOS."
005045     END-IF.
005046 2620-OBTENER-FECHA-DEP.
005047     SET FECHA-NO-ES-VALIDA TO TRUE
005050     PERFORM 2630-PEDIR-FECHA-DEP
005060         UNTIL FECHA-ES-VALIDA.
005070 2630-PEDIR-FECHA-DEP.
005230     IF SI-NO NOT = "S"
005240         MOVE "N" TO SI-NO
005250     END-IF.
005251*-----------------------------------------------------------------
005252*  Imagen posterior del registro para el diario PERSIMAG.
005254*-----------------------------------------------------------------
005255 7000-ANOTAR-IMAGEN-PERSONA.
005256     SET IMAGEN-DE-PERSONA TO TRUE
005257     SET IMAGEN-GRABADA TO TRUE
005258     MOVE PERSONAS-REGISTRO TO IMAGEN-DATOS
005259     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
005260 7100-ANOTAR-IMAGEN-DEPENDIENTE.
005261     SET IMAGEN-DE-DEPENDIENTE TO TRUE
005262     SET IMAGEN-GRABADA TO TRUE
005263     MOVE DEPENDIENTE-REGISTRO TO IMAGEN-DATOS
005264     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
005265 7900-LLAMAR-ANOTAR-IMAGEN.
005266     CALL "ANOTAR-IMAGEN" USING IMAGEN-TIPO
005267                                IMAGEN-OPERACION
005268                                IMAGEN-DATOS
005269                                OPERADOR-TERMINAL.
005270 9999-FIN.
005271     STOP RUN.
005280 END PROGRAM CREAR-ARCHIVO.
