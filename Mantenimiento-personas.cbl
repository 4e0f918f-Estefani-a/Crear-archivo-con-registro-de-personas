000670*                   cerrar; con otra sesion de escritura anotada se
000680*                   avisa de quien es y el operador decide entre
000690*                   reintentar o retirarse.
000691*  2026-10-15  JAC  El borrado pide la fecha efectiva de la baja
000692*                   (ENTER = hoy) y su motivo (F fin de contrato,
000693*                   V voluntaria, J jubilacion, D despido) y deja
000694*                   el movimiento de baja en PERSMOVL via
000695*                   ANOTAR-MOVIMIENTO.  Un registro que ya esta
000696*                   borrado no se vuelve a borrar.
000697*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000698*                   duplicados por PERSONA-CENTRO-COSTE, para los
000699*                   listados por centro y para saber si un centro
000700*                   tiene personas activas; todos los programas
000701*                   que abren el fichero declaran la misma clave.
000702*  2026-10-15  JAC  Se puede cambiar el centro de coste de la
000703*                   persona; el nuevo se valida con VALIDAR-CENTRO
000704*                   (debe existir en PERSCCOS y estar activo) y el
000705*                   cambio deja su linea "M" de auditoria con el
000706*                   centro anterior.
000707*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000708*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000709*                   en blanco; todos los programas que abren el
000710*                   fichero declaran la misma clave.
000711*  2026-10-15  JAC  Se muestra y se puede completar o corregir el
000712*                   documento de identidad (DNI o NIE), para las
000713*                   personas grabadas antes de que existiera: se
000714*                   valida la letra con VALIDAR-DOCUMENTO y se
000715*                   rechaza el que ya tenga otra persona de
000716*                   PERSDAT o una depurada de PERSHIST. El cambio
000717*                   deja linea "M" de auditoria con campo
000718*                   DOCUMENTO.
000719*  2026-10-15  JAC  Cada grabacion, regrabacion o eliminacion en
000720*                   PERSDAT deja ademas la imagen completa del
000721*                   registro en el diario PERSIMAG, via ANOTAR-
000722*                   IMAGEN, para poder recuperar hacia delante con
000723*                   RECUPERAR-ARCHIVOS.
000724*  2026-10-15  JAC  Correcciones y bajas con fecha efectiva futura
000725*                   (accion P): se piden igual que las inmediatas,
000726*                   validando la fecha con VALIDAR-FECHA-EFECTIVA,
000727*                   y se graban en PERSPEND (PENDREG) sin tocar
000728*                   PERSDAT ni la auditoria; las aplica APLICAR-
000729*                   PENDIENTES la noche de su fecha y se consultan
000730*                   y anulan con CONSULTA-PENDIENTES.
000731*  2026-10-15  JAC  La copia de trabajo de PERSREG renombra
000732*                   tambien la condicion nueva PERSONA-
000733*                   ANONIMIZADA, como las demas.
000734*  2026-10-15  JAC  Al mantener una persona activa sin movimiento
000735*                   de ingreso ni de reingreso en PERSMOVL (las
000736*                   grabadas antes de que existiera) se pide su
000737*                   fecha de ingreso, validada con VALIDAR-FECHA,
000738*                   y se anota el ingreso via ANOTAR-MOVIMIENTO;
000739*                   con ENTER no se anota.
000740*****************************************************************
000741 ENVIRONMENT DIVISION.
000742 INPUT-OUTPUT SECTION.
000743 FILE-CONTROL.
000744     SELECT OPTIONAL PERSONAS-ARCHIVO
000750         ASSIGN TO "PERSDAT"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS PERSONA-ID
000790         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000800             WITH DUPLICATES
000802         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000804             WITH DUPLICATES
000806         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000808             SUPPRESS WHEN SPACES
000810         FILE STATUS IS FS-PERSONAS.
000820     SELECT OPTIONAL AUDITORIA-ARCHIVO
000830         ASSIGN TO "PERSAUDT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-AUDITORIA.
000851     SELECT OPTIONAL PENDIENTES-ARCHIVO
000852         ASSIGN TO "PERSPEND"
000853         ORGANIZATION IS INDEXED
000854         ACCESS MODE IS DYNAMIC
000855         RECORD KEY IS PEN-CLAVE
000856         FILE STATUS IS FS-PENDIENTES.
000857     SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
000858         ASSIGN TO "PERSMOVL"
000859         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000861         RECORD KEY IS MOV-CLAVE
000862         FILE STATUS IS FS-MOVIMIENTOS.
000863 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PERSONAS-ARCHIVO.
000890 COPY PERSREG.
000900 FD  AUDITORIA-ARCHIVO.
000910 COPY AUDITREG.
000912 FD  PENDIENTES-ARCHIVO.
000914 COPY PENDREG.
000916 FD  MOVIMIENTOS-ARCHIVO.
000918 COPY MOVLREG.
000920 WORKING-STORAGE SECTION.
000930 01  FS-PERSONAS                 PIC X(02).
000940 01  FS-AUDITORIA                PIC X(02).
000942 01  FS-PENDIENTES               PIC X(02).
000944 01  FS-MOVIMIENTOS              PIC X(02).
000950 01  OPERADOR-TERMINAL           PIC X(20).
000960 01  IDENTIFICADOR PIC X(36)
000970     VALUE "Introduce el ID a mantener: ".
001050     VALUE "Nuevo telefono (ENTER = igual): ".
001060 01  DIRECCION PIC X(33)
001070     VALUE "Nueva direccion (ENTER = igual): ".
001072 01  CENTRO-NUEVO PIC X(39)
001074     VALUE "Nuevo centro de coste (ENTER = igual): ".
001076 01  DOCUMENTO-NUEVO PIC X(34)
001078     VALUE "Nuevo DNI o NIE (ENTER = igual): ".
001080 01  SI-NO PIC X.
001090 01  HAY-REGISTRO PIC X(01).
001100     88  REGISTRO-ENCONTRADO         VALUE "S".
001120 01  ACCION-TECLEADA PIC X(01).
001130     88  ACCION-ACTUALIZAR           VALUE "A".
001140     88  ACCION-BORRAR               VALUE "B".
001142     88  ACCION-PROGRAMAR            VALUE "P".
001150     88  ACCION-NINGUNA              VALUE "N".
001160 01  CAMPO-NUEVO-X                PIC X(35).
001170 01  FECHA-TECLEADA               PIC X(08).
001240 COPY TELFFLAG.
001250 01  MENSAJE-TELEFONO PIC X(45)
001260     VALUE "Telefono no valido; deben ser nueve digitos.".
001262 01  CENTRO-TECLEADO              PIC X(04).
001264 01  DESCRIPCION-CENTRO           PIC X(30).
001266 COPY CCOSFLAG.
001267 01  DOCUMENTO-TECLEADO           PIC X(09).
001268 COPY DOCUFLAG.
001269 01  MENSAJE-DOCUMENTO PIC X(44)
001270     VALUE "Documento no valido; revise cifras y letra.".
001271 01  DOCUMENTO-EN-HISTORICO       PIC X(06).
001272 01  REGISTRO-EN-CURSO            PIC X(132).
001273*-----------------------------------------------------------------
001280*  Imagen del registro antes de tocarlo: tras un REWRITE que
001290*  acaba bien se compara campo a campo con lo grabado y cada
001300*  diferencia deja su linea de auditoria con el valor anterior.
001400     ==PERSONA-DIRECCION== BY ==ANT-DIRECCION==
001410     ==PERSONA-ESTADO== BY   ==ANT-ESTADO==
001420     ==PERSONA-ACTIVA== BY   ==ANT-ACTIVA==
001430     ==PERSONA-BORRADA== BY  ==ANT-BORRADA==
001431     ==PERSONA-ANONIMIZADA== BY ==ANT-ANONIMIZADA==
001432     ==PERSONA-CENTRO-COSTE== BY ==ANT-CENTRO-COSTE==
001434     ==PERSONA-DOCUMENTO== BY ==ANT-DOCUMENTO==.
001440 01  OPERACION-AUDITADA           PIC X(01).
001450 01  CAMPO-AUDITADO               PIC X(12).
001460 01  VALOR-ANTERIOR-W             PIC X(35).
001461 01  FECHA-BAJA-PROMPT PIC X(41)
001462     VALUE "Fecha de la baja AAAAMMDD (ENTER = hoy): ".
001463 01  FECHA-BAJA                  PIC 9(08).
001464 01  MOTIVO-BAJA                 PIC X(01).
001465     88  MOTIVO-BAJA-VALIDO      VALUE "F" "V" "J" "D".
001466 01  MOVIMIENTO-TIPO             PIC X(01).
001467*-----------------------------------------------------------------
001468*  Fecha de ingreso de las personas grabadas antes de que
001469*  existiera PERSMOVL, que no tienen movimiento de ingreso.
001470*-----------------------------------------------------------------
001471 01  FECHA-INGRESO-PROMPT PIC X(49)
001472     VALUE "Fecha de ingreso AAAAMMDD (ENTER = no se anota): ".
001473 01  FECHA-INGRESO               PIC 9(08).
001474 01  MOVIMIENTO-MOTIVO           PIC X(01).
001475 01  HAY-INGRESO                 PIC X(01).
001476     88  INGRESO-ANOTADO                  VALUE "S".
001477     88  INGRESO-SIN-ANOTAR               VALUE "N".
001478 01  LECTURA-MOVIMIENTOS         PIC X(01).
001479     88  QUEDAN-MOVIMIENTOS               VALUE "S".
001480     88  NO-QUEDAN-MOVIMIENTOS            VALUE "N".
001481*-----------------------------------------------------------------
001482*  Cambios programados con fecha efectiva (PENDREG): la
001483*  correccion se pide con las mismas preguntas que la inmediata
001484*  y en PEN-DATOS solo se dejan los campos que cambian.
001485*-----------------------------------------------------------------
001486 01  FECHA-EFECTIVA-PROMPT PIC X(44)
001487     VALUE "Fecha efectiva AAAAMMDD (posterior a hoy): ".
001488 01  MENSAJE-FECHA-EFECTIVA PIC X(49)
001489     VALUE "Fecha no valida; formato AAAAMMDD y posterior.".
001490 01  FECHA-EFECTIVA              PIC 9(08).
001491 01  CLASE-PROGRAMADA            PIC X(01).
001492     88  PROGRAMAR-CORRECCION             VALUE "C".
001493     88  PROGRAMAR-BAJA                   VALUE "B".
001494 01  CAMPOS-CAMBIADOS            PIC 9(02) COMP VALUE ZERO.
001495 01  RESULTADO-PENDIENTE         PIC X(01).
001496     88  PENDIENTE-EN-CURSO               VALUE "E".
001497     88  PENDIENTE-GRABADO                VALUE "G".
001498     88  PENDIENTE-FALLIDO                VALUE "F".
001499 COPY PERSREG REPLACING
001500     ==PERSONAS-REGISTRO== BY ==CAMBIO-PROGRAMADO==
001501     ==PERSONA-ID== BY       ==NUE-ID==
001502     ==PERSONA-NOMBRE== BY   ==NUE-NOMBRE==
001503     ==PERSONA-APELLIDOS== BY ==NUE-APELLIDOS==
001504     ==PERSONA-FECHA-NACIMIENTO== BY
001505         ==NUE-FECHA-NACIMIENTO==
001506     ==PERSONA-TELEFONO== BY ==NUE-TELEFONO==
001507     ==PERSONA-DIRECCION== BY ==NUE-DIRECCION==
001508     ==PERSONA-ESTADO== BY   ==NUE-ESTADO==
001509     ==PERSONA-ACTIVA== BY   ==NUE-ACTIVA==
001510     ==PERSONA-BORRADA== BY  ==NUE-BORRADA==
001511     ==PERSONA-ANONIMIZADA== BY ==NUE-ANONIMIZADA==
001512     ==PERSONA-CENTRO-COSTE== BY ==NUE-CENTRO-COSTE==
001513     ==PERSONA-DOCUMENTO== BY ==NUE-DOCUMENTO==.
001514 01  SESION-PROGRAMA PIC X(20) VALUE "MANTEN-PERSONAS".
001515 01  ACCION-DE-SESION            PIC X(01).
001516 01  DECISION-SESION             PIC X(01).
001517     88  SESION-EN-ESPERA                 VALUE "E".
001518     88  SESION-RETIRADA                  VALUE "R".
001520 COPY SESFLAG.
001522 COPY IMAGPARM.
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 0400-IDENTIFICAR-OPERADOR
002120                                    SESION-RESPUESTA.
002130 1000-PROCEDIMIENTO-DE-APERTURA.
002140     OPEN I-O PERSONAS-ARCHIVO
002150     OPEN EXTEND AUDITORIA-ARCHIVO
002151     OPEN I-O PENDIENTES-ARCHIVO
002152     IF FS-PENDIENTES = "35"
002153         OPEN OUTPUT PENDIENTES-ARCHIVO
002154         CLOSE PENDIENTES-ARCHIVO
002155         OPEN I-O PENDIENTES-ARCHIVO
002156     END-IF.
002160 5000-PROCEDIMIENTO-DE-CIERRE.
002170     IF FS-PERSONAS = "00"
002180         CLOSE PERSONAS-ARCHIVO
002190     END-IF
002200     CLOSE AUDITORIA-ARCHIVO
002210     CLOSE PENDIENTES-ARCHIVO.
002212 2000-MANTENER-REGISTRO.
002220     PERFORM 2100-LOCALIZAR-REGISTRO
002230     IF REGISTRO-ENCONTRADO
002240         PERFORM 2200-MOSTRAR-REGISTRO
002250         IF PERSONA-ACTIVA
002252             PERFORM 2800-COMPLETAR-INGRESO
002254         END-IF
002256         PERFORM 2300-PEDIR-ACCION
002260         IF ACCION-ACTUALIZAR
002270             PERFORM 2400-ACTUALIZAR-REGISTRO
002280         END-IF
002290         IF ACCION-BORRAR
002300             PERFORM 2500-BORRAR-REGISTRO
002310         END-IF
002312         IF ACCION-PROGRAMAR
002314             PERFORM 2600-PROGRAMAR-CAMBIO
002316         END-IF
002320     END-IF
002330     PERFORM 2900-PREGUNTAR-OTRO.
002340 2100-LOCALIZAR-REGISTRO.
002570     END-IF
002580     DISPLAY "Telefono...: " PERSONA-TELEFONO
002590     DISPLAY "Direccion..: " PERSONA-DIRECCION
002592     DISPLAY "Centro.....: " PERSONA-CENTRO-COSTE
002594     DISPLAY "Documento..: " PERSONA-DOCUMENTO
002600     IF PERSONA-BORRADA
002610         DISPLAY "Estado.....: BORRADO"
002620     ELSE
002670     PERFORM 2350-LEER-ACCION
002680         UNTIL ACCION-ACTUALIZAR
002690             OR ACCION-BORRAR
002700             OR ACCION-PROGRAMAR
002702             OR ACCION-NINGUNA.
002710 2350-LEER-ACCION.
002720     DISPLAY "Actualizar, Borrar, Programar con fecha o Nada "
002722         "(A/B/P/N)? "
002730     ACCEPT ACCION-TECLEADA
002740     IF ACCION-TECLEADA = "a"
002750         MOVE "A" TO ACCION-TECLEADA
002800     IF ACCION-TECLEADA = "n"
002810         MOVE "N" TO ACCION-TECLEADA
002820     END-IF
002830     IF ACCION-TECLEADA = "p"
002840         MOVE "P" TO ACCION-TECLEADA
002850     END-IF
002860     IF ACCION-TECLEADA NOT = "A"
002870         AND ACCION-TECLEADA NOT = "B"
002872         AND ACCION-TECLEADA NOT = "P"
002874         AND ACCION-TECLEADA NOT = "N"
002876         DISPLAY "Respuesta no valida; teclee A, B, P o N."
002878     END-IF.
002880 2400-ACTUALIZAR-REGISTRO.
002890     PERFORM 2410-PEDIR-CAMBIOS
002891     REWRITE PERSONAS-REGISTRO
002892         INVALID KEY
002893             DISPLAY "No se pudo actualizar el registro "
002894                 PERSONA-ID "; estado " FS-PERSONAS
002895         NOT INVALID KEY
002896             PERFORM 7000-ANOTAR-IMAGEN-PERSONA
002897             PERFORM 2490-AUDITAR-CAMBIOS
002898     END-REWRITE.
002899*-----------------------------------------------------------------
002900*  Las preguntas de la correccion, comunes a la inmediata y a la
002901*  programada; REGISTRO-ANTERIOR queda con el registro de antes.
002902*-----------------------------------------------------------------
002903 2410-PEDIR-CAMBIOS.
002904     MOVE PERSONAS-REGISTRO TO REGISTRO-ANTERIOR
002905     MOVE SPACE TO CAMPO-NUEVO-X
002910     DISPLAY NOMBRE
002920     ACCEPT CAMPO-NUEVO-X
002930     IF CAMPO-NUEVO-X NOT = SPACE
003070     IF CAMPO-NUEVO-X NOT = SPACE
003080         MOVE CAMPO-NUEVO-X TO PERSONA-DIRECCION
003090     END-IF
003092     PERFORM 2475-ACTUALIZAR-CENTRO
003100     PERFORM 2477-ACTUALIZAR-DOCUMENTO.
003170*-----------------------------------------------------------------
003180*  Una linea "M" por cada campo que realmente cambio, con la
003190*  imagen que tenia antes; asi auditoria puede contestar "quien
003460         MOVE "DIRECCION" TO CAMPO-AUDITADO
003470         MOVE ANT-DIRECCION TO VALOR-ANTERIOR-W
003480         PERFORM 2700-REGISTRAR-AUDITORIA
003490     END-IF
003491     IF PERSONA-CENTRO-COSTE NOT = ANT-CENTRO-COSTE
003492         MOVE "CENTRO" TO CAMPO-AUDITADO
003493         MOVE ANT-CENTRO-COSTE TO VALOR-ANTERIOR-W
003494         PERFORM 2700-REGISTRAR-AUDITORIA
003495     END-IF
003496     IF PERSONA-DOCUMENTO NOT = ANT-DOCUMENTO
003497         MOVE "DOCUMENTO" TO CAMPO-AUDITADO
003498         MOVE ANT-DOCUMENTO TO VALOR-ANTERIOR-W
003499         PERFORM 2700-REGISTRAR-AUDITORIA
003500     END-IF.
003501 2450-ACTUALIZAR-FECHA-NAC.
003510     MOVE SPACE TO FECHA-TECLEADA
003520     DISPLAY FECHA-NAC-NUEVA
003530     ACCEPT FECHA-TECLEADA
003850         MOVE SPACE TO TELEFONO-TECLEADO
003860         ACCEPT TELEFONO-TECLEADO
003870     END-IF.
003871*-----------------------------------------------------------------
003872*  El centro nuevo tiene que existir en PERSCCOS y estar activo;
003873*  si no lo esta se repite la pregunta, y ENTER en la repeticion
003874*  deja el centro que tenia.
003875*-----------------------------------------------------------------
003876 2475-ACTUALIZAR-CENTRO.
003877     MOVE SPACE TO CENTRO-TECLEADO
003878     DISPLAY CENTRO-NUEVO
003879     ACCEPT CENTRO-TECLEADO
003880     IF CENTRO-TECLEADO NOT = SPACE
003881         SET CENTRO-NO-EXISTE TO TRUE
003882         PERFORM 2476-VALIDAR-CENTRO-TECLEADO
003883             UNTIL CENTRO-ES-VALIDO
003884                 OR CENTRO-TECLEADO = SPACE
003885     END-IF
003886     IF CENTRO-TECLEADO NOT = SPACE
003887         MOVE CENTRO-TECLEADO TO PERSONA-CENTRO-COSTE
003888         DISPLAY "Centro asignado: " DESCRIPCION-CENTRO
003889     END-IF.
003890 2476-VALIDAR-CENTRO-TECLEADO.
003891     CALL "VALIDAR-CENTRO" USING CENTRO-TECLEADO
003892                                  DESCRIPCION-CENTRO
003893                                  CENTRO-VALIDO.
003894     IF CENTRO-NO-EXISTE
003895         DISPLAY "No existe ese centro de coste."
003896     END-IF
003897     IF CENTRO-ESTA-INACTIVO
003898         DISPLAY "El centro " CENTRO-TECLEADO " ("
003899             DESCRIPCION-CENTRO ") esta inactivo."
003900     END-IF
003901     IF CENTRO-NO-ES-VALIDO
003902         DISPLAY CENTRO-NUEVO
003903         MOVE SPACE TO CENTRO-TECLEADO
003904         ACCEPT CENTRO-TECLEADO
003905     END-IF.
003906*-----------------------------------------------------------------
003907*  El documento nuevo tiene que ser valido y no tenerlo ninguna
003908*  otra persona, viva o depurada; si no se repite la pregunta, y
003909*  ENTER en la repeticion deja el que tenia.
003910*-----------------------------------------------------------------
003911 2477-ACTUALIZAR-DOCUMENTO.
003912     MOVE SPACE TO DOCUMENTO-TECLEADO
003913     DISPLAY DOCUMENTO-NUEVO
003914     ACCEPT DOCUMENTO-TECLEADO
003915     IF DOCUMENTO-TECLEADO NOT = SPACE
003916         SET DOCUMENTO-NO-ES-VALIDO TO TRUE
003917         PERFORM 2478-VALIDAR-DOCUMENTO-TECLEADO
003918             UNTIL DOCUMENTO-ES-VALIDO
003919                 OR DOCUMENTO-TECLEADO = SPACE
003920     END-IF
003921     IF DOCUMENTO-TECLEADO NOT = SPACE
003922         MOVE DOCUMENTO-TECLEADO TO PERSONA-DOCUMENTO
003923     END-IF.
003924 2478-VALIDAR-DOCUMENTO-TECLEADO.
003925     CALL "VALIDAR-DOCUMENTO" USING DOCUMENTO-TECLEADO
003926                                     DOCUMENTO-VALIDO
003927     IF DOCUMENTO-NO-ES-VALIDO
003928         DISPLAY MENSAJE-DOCUMENTO
003929     ELSE
003930         PERFORM 2479-COMPROBAR-DOCUMENTO-LIBRE
003931     END-IF
003932     IF DOCUMENTO-NO-ES-VALIDO
003933         DISPLAY DOCUMENTO-NUEVO
003934         MOVE SPACE TO DOCUMENTO-TECLEADO
003935         ACCEPT DOCUMENTO-TECLEADO
003936     END-IF.
003937*-----------------------------------------------------------------
003938*  La lectura por la clave del documento machaca el registro que
003939*  se esta corrigiendo; se guarda y se repone.  Que el documento
003940*  sea el de la propia persona (o el de su paso anterior por la
003941*  empresa, si se reincorporo) no es un duplicado.
003942*-----------------------------------------------------------------
003943 2479-COMPROBAR-DOCUMENTO-LIBRE.
003944     MOVE PERSONAS-REGISTRO TO REGISTRO-EN-CURSO
003945     MOVE DOCUMENTO-TECLEADO TO PERSONA-DOCUMENTO
003946     READ PERSONAS-ARCHIVO
003947         KEY IS PERSONA-DOCUMENTO
003948         INVALID KEY
003949             CONTINUE
003950         NOT INVALID KEY
003951             IF PERSONA-ID NOT = ANT-ID
003952                 SET DOCUMENTO-NO-ES-VALIDO TO TRUE
003953                 DISPLAY "Ese documento ya lo tiene la persona "
003954                     PERSONA-ID "."
003955             END-IF
003956     END-READ
003957     MOVE REGISTRO-EN-CURSO TO PERSONAS-REGISTRO
003958     IF DOCUMENTO-ES-VALIDO
003959         CALL "BUSCAR-DOCUMENTO-HIST" USING DOCUMENTO-TECLEADO
003960                                          DOCUMENTO-EN-HISTORICO
003961         IF DOCUMENTO-EN-HISTORICO NOT = SPACE
003962             AND DOCUMENTO-EN-HISTORICO NOT = ANT-ID
003963             SET DOCUMENTO-NO-ES-VALIDO TO TRUE
003964             DISPLAY "Ese documento es de la persona depurada "
003965                 DOCUMENTO-EN-HISTORICO "."
003966         END-IF
003967     END-IF.
003968*-----------------------------------------------------------------
003969*  La baja lleva fecha efectiva y motivo, que van al movimiento
003970*  de baja del historial laboral; sobre un registro ya borrado
003971*  no hay nada que hacer.
003972*-----------------------------------------------------------------
003973 2500-BORRAR-REGISTRO.
003974     IF PERSONA-BORRADA
003975         DISPLAY "El registro ya esta borrado."
003976     ELSE
003977         PERFORM 2510-OBTENER-FECHA-BAJA
003978         PERFORM 2530-OBTENER-MOTIVO-BAJA
003979         PERFORM 2550-MARCAR-BORRADO
003980     END-IF.
003981 2510-OBTENER-FECHA-BAJA.
003982     SET FECHA-NO-ES-VALIDA TO TRUE
003983     PERFORM 2520-PEDIR-FECHA-BAJA
003984         UNTIL FECHA-ES-VALIDA.
003985 2520-PEDIR-FECHA-BAJA.
003986     DISPLAY FECHA-BAJA-PROMPT
003987     MOVE SPACE TO FECHA-TECLEADA
003988     ACCEPT FECHA-TECLEADA
003989     IF FECHA-TECLEADA = SPACE
003990         ACCEPT FECHA-BAJA FROM DATE YYYYMMDD
003991         SET FECHA-ES-VALIDA TO TRUE
003992     ELSE
003993         CALL "VALIDAR-FECHA" USING FECHA-TECLEADA
003994                                     FECHA-BAJA
003995                                     FECHA-VALIDA
003996         IF FECHA-NO-ES-VALIDA
003997             DISPLAY MENSAJE-FECHA
003998         END-IF
003999     END-IF.
004000 2530-OBTENER-MOTIVO-BAJA.
004001     MOVE SPACE TO MOTIVO-BAJA
004002     PERFORM 2540-PEDIR-MOTIVO-BAJA
004003         UNTIL MOTIVO-BAJA-VALIDO.
004004 2540-PEDIR-MOTIVO-BAJA.
004005     DISPLAY "Motivo de la baja: F fin de contrato, V voluntaria,"
004006     DISPLAY "J jubilacion, D despido (F/V/J/D)? "
004007     ACCEPT MOTIVO-BAJA
004008     INSPECT MOTIVO-BAJA CONVERTING "fvjd" TO "FVJD"
004009     IF NOT MOTIVO-BAJA-VALIDO
004010         DISPLAY "Motivo no valido; teclee F, V, J o D."
004011     END-IF.
004012 2550-MARCAR-BORRADO.
004013     MOVE PERSONAS-REGISTRO TO REGISTRO-ANTERIOR
004014     SET PERSONA-BORRADA TO TRUE
004015     REWRITE PERSONAS-REGISTRO
004016         INVALID KEY
004017             DISPLAY "No se pudo borrar el registro "
004018                 PERSONA-ID "; estado " FS-PERSONAS
004019         NOT INVALID KEY
004020             PERFORM 7000-ANOTAR-IMAGEN-PERSONA
004021             MOVE "B" TO OPERACION-AUDITADA
004022             MOVE "ESTADO" TO CAMPO-AUDITADO
004023             MOVE ANT-ESTADO TO VALOR-ANTERIOR-W
004024             PERFORM 2700-REGISTRAR-AUDITORIA
004025             PERFORM 2560-ANOTAR-BAJA
004026     END-REWRITE.
004027 2560-ANOTAR-BAJA.
004028     MOVE "B" TO MOVIMIENTO-TIPO
004029     CALL "ANOTAR-MOVIMIENTO" USING PERSONA-ID
004030                                     MOVIMIENTO-TIPO
004031                                     FECHA-BAJA
004032                                     MOTIVO-BAJA
004033                                     OPERADOR-TERMINAL.
004034*-----------------------------------------------------------------
004035*  Correccion o baja con fecha efectiva futura: no toca PERSDAT
004036*  ni la auditoria; se graba en PERSPEND y APLICAR-PENDIENTES la
004037*  aplica y la audita la noche de su fecha.  Se consultan y
004038*  anulan con CONSULTA-PENDIENTES.
004039*-----------------------------------------------------------------
004040 2600-PROGRAMAR-CAMBIO.
004041     IF PERSONA-BORRADA
004042         DISPLAY "El registro esta borrado; no admite cambios "
004043             "programados."
004044     ELSE
004045         PERFORM 2610-OBTENER-FECHA-EFECTIVA
004046         PERFORM 2630-OBTENER-CLASE
004047         IF PROGRAMAR-CORRECCION
004048             PERFORM 2640-PROGRAMAR-CORRECCION
004049         ELSE
004050             PERFORM 2530-OBTENER-MOTIVO-BAJA
004051             PERFORM 2660-PROGRAMAR-BAJA
004052         END-IF
004053     END-IF.
004054 2610-OBTENER-FECHA-EFECTIVA.
004055     SET FECHA-NO-ES-VALIDA TO TRUE
004056     PERFORM 2620-PEDIR-FECHA-EFECTIVA
004057         UNTIL FECHA-ES-VALIDA.
004058 2620-PEDIR-FECHA-EFECTIVA.
004059     DISPLAY FECHA-EFECTIVA-PROMPT
004060     MOVE SPACE TO FECHA-TECLEADA
004061     ACCEPT FECHA-TECLEADA
004062     CALL "VALIDAR-FECHA-EFECTIVA" USING FECHA-TECLEADA
004063                                          FECHA-EFECTIVA
004064                                          FECHA-VALIDA
004065     IF FECHA-NO-ES-VALIDA
004066         DISPLAY MENSAJE-FECHA-EFECTIVA
004067     END-IF.
004068 2630-OBTENER-CLASE.
004069     MOVE SPACE TO CLASE-PROGRAMADA
004070     PERFORM 2635-PEDIR-CLASE
004071         UNTIL PROGRAMAR-CORRECCION
004072             OR PROGRAMAR-BAJA.
004073 2635-PEDIR-CLASE.
004074     DISPLAY "Correccion de datos o Baja (C/B)? "
004075     ACCEPT CLASE-PROGRAMADA
004076     INSPECT CLASE-PROGRAMADA CONVERTING "cb" TO "CB"
004077     IF NOT PROGRAMAR-CORRECCION
004078         AND NOT PROGRAMAR-BAJA
004079         DISPLAY "Respuesta no valida; teclee C o B."
004080     END-IF.
004081*-----------------------------------------------------------------
004082*  Se preguntan los cambios sobre el registro y se repone tal
004083*  como estaba; al pendiente solo van los campos que cambian.
004084*-----------------------------------------------------------------
004085 2640-PROGRAMAR-CORRECCION.
004086     PERFORM 2410-PEDIR-CAMBIOS
004087     MOVE PERSONAS-REGISTRO TO CAMBIO-PROGRAMADO
004088     PERFORM 2650-DEJAR-SOLO-CAMBIOS
004089     MOVE REGISTRO-ANTERIOR TO PERSONAS-REGISTRO
004090     IF CAMPOS-CAMBIADOS = ZERO
004091         DISPLAY "No hay ningun cambio que programar."
004092     ELSE
004093         PERFORM 2670-PREPARAR-PENDIENTE
004094         SET PEN-ES-CORRECCION TO TRUE
004095         MOVE CAMBIO-PROGRAMADO TO PEN-DATOS
004096         PERFORM 2680-GRABAR-PENDIENTE
004097     END-IF.
004098 2650-DEJAR-SOLO-CAMBIOS.
004099     MOVE ZERO TO CAMPOS-CAMBIADOS
004100     MOVE SPACE TO NUE-ESTADO
004101     IF NUE-NOMBRE = ANT-NOMBRE
004102         MOVE SPACE TO NUE-NOMBRE
004103     ELSE
004104         ADD 1 TO CAMPOS-CAMBIADOS
004105     END-IF
004106     IF NUE-APELLIDOS = ANT-APELLIDOS
004107         MOVE SPACE TO NUE-APELLIDOS
004108     ELSE
004109         ADD 1 TO CAMPOS-CAMBIADOS
004110     END-IF
004111     IF NUE-FECHA-NACIMIENTO = ANT-FECHA-NACIMIENTO
004112         MOVE ZERO TO NUE-FECHA-NACIMIENTO
004113     ELSE
004114         ADD 1 TO CAMPOS-CAMBIADOS
004115     END-IF
004116     IF NUE-TELEFONO = ANT-TELEFONO
004117         MOVE SPACE TO NUE-TELEFONO
004118     ELSE
004119         ADD 1 TO CAMPOS-CAMBIADOS
004120     END-IF
004121     IF NUE-DIRECCION = ANT-DIRECCION
004122         MOVE SPACE TO NUE-DIRECCION
004123     ELSE
004124         ADD 1 TO CAMPOS-CAMBIADOS
004125     END-IF
004126     IF NUE-CENTRO-COSTE = ANT-CENTRO-COSTE
004127         MOVE SPACE TO NUE-CENTRO-COSTE
004128     ELSE
004129         ADD 1 TO CAMPOS-CAMBIADOS
004130     END-IF
004131     IF NUE-DOCUMENTO = ANT-DOCUMENTO
004132         MOVE SPACE TO NUE-DOCUMENTO
004133     ELSE
004134         ADD 1 TO CAMPOS-CAMBIADOS
004135     END-IF.
004136 2660-PROGRAMAR-BAJA.
004137     PERFORM 2670-PREPARAR-PENDIENTE
004138     SET PEN-ES-BAJA TO TRUE
004139     MOVE MOTIVO-BAJA TO PEN-MOTIVO-BAJA
004140     MOVE PERSONAS-REGISTRO TO PEN-DATOS
004141     PERFORM 2680-GRABAR-PENDIENTE.
004142 2670-PREPARAR-PENDIENTE.
004143     MOVE SPACE TO PENDIENTE-REGISTRO
004144     MOVE PERSONA-ID TO PEN-PERSONA-ID
004145     MOVE FECHA-EFECTIVA TO PEN-FECHA-EFECTIVA
004146     MOVE ZERO TO PEN-SECUENCIA
004147     SET PEN-DE-PERSONA TO TRUE
004148     SET PEN-PENDIENTE TO TRUE
004149     MOVE OPERADOR-TERMINAL TO PEN-OPERADOR
004150     ACCEPT PEN-FECHA-GRABACION FROM DATE YYYYMMDD
004151     ACCEPT PEN-HORA-GRABACION FROM TIME
004152     MOVE ZERO TO PEN-FECHA-CIERRE.
004153*-----------------------------------------------------------------
004154*  PEN-SECUENCIA se busca por tanteo: la primera libre para la
004155*  persona y la fecha efectiva.
004156*-----------------------------------------------------------------
004157 2680-GRABAR-PENDIENTE.
004158     SET PENDIENTE-EN-CURSO TO TRUE
004159     PERFORM 2690-INTENTAR-GRABAR
004160         UNTIL NOT PENDIENTE-EN-CURSO.
004161 2690-INTENTAR-GRABAR.
004162     ADD 1 TO PEN-SECUENCIA
004163     WRITE PENDIENTE-REGISTRO
004164         INVALID KEY
004165             IF FS-PENDIENTES NOT = "22"
004166                 OR PEN-SECUENCIA = 999
004167                 SET PENDIENTE-FALLIDO TO TRUE
004168                 DISPLAY "No se pudo grabar el cambio programado;"
004169                     " estado " FS-PENDIENTES
004170             END-IF
004171         NOT INVALID KEY
004172             SET PENDIENTE-GRABADO TO TRUE
004173             DISPLAY "Cambio programado para el "
004174                 PEN-FECHA-EFECTIVA "."
004175     END-WRITE.
004176 2700-REGISTRAR-AUDITORIA.
004177     MOVE PERSONA-ID TO AUD-PERSONA-ID
004178     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
004179     ACCEPT AUD-HORA FROM TIME
004180     MOVE OPERADOR-TERMINAL TO AUD-OPERADOR
004181     MOVE OPERACION-AUDITADA TO AUD-OPERACION
004182     MOVE CAMPO-AUDITADO TO AUD-CAMPO
004183     MOVE VALOR-ANTERIOR-W TO AUD-VALOR-ANTERIOR
004184     WRITE AUDITORIA-REGISTRO.
004185*-----------------------------------------------------------------
004186*  Una persona activa sin ingreso ni reingreso en PERSMOVL (dada
004187*  de alta antes de que se anotaran los movimientos) sale en la
004188*  rotacion como "sin fecha de ingreso"; se pide la fecha y se
004189*  anota el ingreso con ANOTAR-MOVIMIENTO.  Con ENTER no se anota
004190*  nada y se volvera a preguntar la proxima vez.
004191*-----------------------------------------------------------------
004192 2800-COMPLETAR-INGRESO.
004193     PERFORM 2810-BUSCAR-INGRESO
004194     IF INGRESO-SIN-ANOTAR
004195         DISPLAY "No consta la fecha de ingreso de esta persona."
004196         PERFORM 2830-OBTENER-FECHA-INGRESO
004197         IF FECHA-INGRESO NOT = ZERO
004198             PERFORM 2850-ANOTAR-INGRESO
004199         END-IF
004200     END-IF.
004201*    PERSMOVL se cierra antes de anotar, porque ANOTAR-MOVIMIENTO
004202*    lo abre por su cuenta.  Si no se puede consultar no se
004203*    pregunta nada, para no duplicar un ingreso que ya exista.
004204 2810-BUSCAR-INGRESO.
004205     SET INGRESO-ANOTADO TO TRUE
004206     OPEN INPUT MOVIMIENTOS-ARCHIVO
004207     IF FS-MOVIMIENTOS = "00" OR FS-MOVIMIENTOS = "05"
004208         SET INGRESO-SIN-ANOTAR TO TRUE
004209         IF FS-MOVIMIENTOS = "00"
004210             SET QUEDAN-MOVIMIENTOS TO TRUE
004211             MOVE PERSONA-ID TO MOV-PERSONA-ID
004212             MOVE ZERO TO MOV-SECUENCIA
004213             START MOVIMIENTOS-ARCHIVO
004214                 KEY IS NOT LESS THAN MOV-CLAVE
004215                 INVALID KEY
004216                     SET NO-QUEDAN-MOVIMIENTOS TO TRUE
004217             END-START
004218             IF QUEDAN-MOVIMIENTOS
004219                 PERFORM 2820-LEER-MOVIMIENTO
004220                 PERFORM 2825-MIRAR-MOVIMIENTO
004221                     UNTIL NO-QUEDAN-MOVIMIENTOS
004222             END-IF
004223         END-IF
004224         CLOSE MOVIMIENTOS-ARCHIVO
004225     ELSE
004226         DISPLAY "No se pudo consultar PERSMOVL; estado "
004227             FS-MOVIMIENTOS
004228     END-IF.
004229 2820-LEER-MOVIMIENTO.
004230     READ MOVIMIENTOS-ARCHIVO NEXT RECORD
004231         AT END
004232             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
004233     END-READ
004234     IF QUEDAN-MOVIMIENTOS
004235         AND MOV-PERSONA-ID NOT = PERSONA-ID
004236         SET NO-QUEDAN-MOVIMIENTOS TO TRUE
004237     END-IF.
004238 2825-MIRAR-MOVIMIENTO.
004239     IF MOV-ES-INGRESO OR MOV-ES-REINGRESO
004240         SET INGRESO-ANOTADO TO TRUE
004241         SET NO-QUEDAN-MOVIMIENTOS TO TRUE
004242     ELSE
004243         PERFORM 2820-LEER-MOVIMIENTO
004244     END-IF.
004245 2830-OBTENER-FECHA-INGRESO.
004246     SET FECHA-NO-ES-VALIDA TO TRUE
004247     PERFORM 2840-PEDIR-FECHA-INGRESO
004248         UNTIL FECHA-ES-VALIDA.
004249 2840-PEDIR-FECHA-INGRESO.
004250     DISPLAY FECHA-INGRESO-PROMPT
004251     MOVE SPACE TO FECHA-TECLEADA
004252     ACCEPT FECHA-TECLEADA
004253     IF FECHA-TECLEADA = SPACE
004254         MOVE ZERO TO FECHA-INGRESO
004255         SET FECHA-ES-VALIDA TO TRUE
004256     ELSE
004257         CALL "VALIDAR-FECHA" USING FECHA-TECLEADA
004258                                     FECHA-INGRESO
004259                                     FECHA-VALIDA
004260         IF FECHA-NO-ES-VALIDA
004261             DISPLAY MENSAJE-FECHA
004262         END-IF
004263     END-IF.
004264 2850-ANOTAR-INGRESO.
004265     MOVE "I" TO MOVIMIENTO-TIPO
004266     MOVE SPACE TO MOVIMIENTO-MOTIVO
004267     CALL "ANOTAR-MOVIMIENTO" USING PERSONA-ID
004268                                     MOVIMIENTO-TIPO
004269                                     FECHA-INGRESO
004270                                     MOVIMIENTO-MOTIVO
004271                                     OPERADOR-TERMINAL
004272     DISPLAY "Ingreso del " FECHA-INGRESO " anotado.".
004273 2900-PREGUNTAR-OTRO.
004274     DISPLAY "Desea mantener otro registro (S/N)? "
004275     ACCEPT SI-NO
004276     IF SI-NO = "s"
004277         MOVE "S" TO SI-NO
004278     END-IF
004279     IF SI-NO NOT = "S"
004280         MOVE "N" TO SI-NO
004281     END-IF.
004282*-----------------------------------------------------------------
004283*  Imagen posterior del registro para el diario PERSIMAG.
004284*-----------------------------------------------------------------
004285 7000-ANOTAR-IMAGEN-PERSONA.
004286     SET IMAGEN-DE-PERSONA TO TRUE
004287     SET IMAGEN-GRABADA TO TRUE
004288     MOVE PERSONAS-REGISTRO TO IMAGEN-DATOS
004289     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
004290 7900-LLAMAR-ANOTAR-IMAGEN.
004291     CALL "ANOTAR-IMAGEN" USING IMAGEN-TIPO
004292                                IMAGEN-OPERACION
004293                                IMAGEN-DATOS
004294                                OPERADOR-TERMINAL.
004295 9999-FIN.
004296     STOP RUN.
004297 END PROGRAM MANTENIMIENTO-PERSONAS.
