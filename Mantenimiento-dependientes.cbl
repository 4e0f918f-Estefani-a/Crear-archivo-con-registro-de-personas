000340*                   cerrar; con otra sesion de escritura anotada se
000350*                   avisa de quien es y el operador decide entre
000360*                   reintentar o retirarse.
000361*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000362*                   duplicados por PERSONA-CENTRO-COSTE, para los
000363*                   listados por centro y para saber si un centro
000364*                   tiene personas activas; todos los programas
000365*                   que abren el fichero declaran la misma clave.
000366*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000367*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000368*                   en blanco; todos los programas que abren el
000369*                   fichero declaran la misma clave.
000370*  2026-10-15  JAC  El parentesco se teclea como codigo de la
000371*                   tabla PERSPARE, validado con VALIDAR-
000372*                   PARENTESCO, y se graba la descripcion de la
000373*                   tabla; al corregir un dependiente sin
000374*                   codificar se exige el codigo. Se auditan
000375*                   tambien el cambio de codigo (DEP-PAR-COD) y el
000376*                   del indicador de beneficio (DEP-VENCIDO).
000377*  2026-10-15  JAC  Cada grabacion, regrabacion o eliminacion en
000378*                   PERSDEP deja ademas la imagen completa del
000379*                   registro en el diario PERSIMAG, via ANOTAR-
000380*                   IMAGEN, para poder recuperar hacia delante con
000381*                   RECUPERAR-ARCHIVOS.
000382*  2026-10-15  JAC  Altas, correcciones y bajas con fecha efectiva
000383*                   futura (accion P): se piden igual que las
000384*                   inmediatas, validando la fecha con VALIDAR-
000385*                   FECHA-EFECTIVA, y se graban en PERSPEND
000386*                   (PENDREG) sin tocar PERSDEP ni la auditoria;
000387*                   las aplica APLICAR-PENDIENTES la noche de su
000388*                   fecha y se consultan y anulan con CONSULTA-
000389*                   PENDIENTES.
000390*****************************************************************
000391 ENVIRONMENT DIVISION.
000392 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL PERSONAS-ARCHIVO
000420         ASSIGN TO "PERSDAT"
000450         RECORD KEY IS PERSONA-ID
000460         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000470             WITH DUPLICATES
000472         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000474             WITH DUPLICATES
000476         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000478             SUPPRESS WHEN SPACES
000480         FILE STATUS IS FS-PERSONAS.
000490     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000500         ASSIGN TO "PERSDEP"
000560         ASSIGN TO "PERSAUDT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-AUDITORIA.
000581     SELECT OPTIONAL PENDIENTES-ARCHIVO
000582         ASSIGN TO "PERSPEND"
000583         ORGANIZATION IS INDEXED
000584         ACCESS MODE IS DYNAMIC
000585         RECORD KEY IS PEN-CLAVE
000586         FILE STATUS IS FS-PENDIENTES.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PERSONAS-ARCHIVO.
000640 COPY DEPREG.
000650 FD  AUDITORIA-ARCHIVO.
000660 COPY AUDITREG.
000662 FD  PENDIENTES-ARCHIVO.
000664 COPY PENDREG.
000670 WORKING-STORAGE SECTION.
000680 01  FS-PERSONAS                 PIC X(02).
000690 01  FS-DEPENDIENTES             PIC X(02).
000700 01  FS-AUDITORIA                PIC X(02).
000702 01  FS-PENDIENTES               PIC X(02).
000710 01  OPERADOR-TERMINAL           PIC X(20).
000720 01  IDENTIFICADOR PIC X(36)
000730     VALUE "Introduce el ID de la persona: ".
000850     88  ACCION-ALTA                 VALUE "A".
000860     88  ACCION-CORREGIR             VALUE "C".
000870     88  ACCION-BAJA                 VALUE "B".
000872     88  ACCION-PROGRAMAR            VALUE "P".
000880     88  ACCION-NINGUNA              VALUE "N".
000890 01  PERSONA-EN-CURSO            PIC X(06).
000900 01  ULTIMA-SECUENCIA            PIC 9(03) COMP VALUE ZERO.
000970     VALUE "Fecha no valida; formato AAAAMMDD y no futura.".
000980 01  DEP-NOMBRE-PROMPT PIC X(24)
000990     VALUE "Nombre del dependiente: ".
001000 01  DEP-PARENTESCO-PROMPT PIC X(20)
001010     VALUE "Codigo de parentesco".
001020 01  DEP-FECHA-PROMPT PIC X(30)
001030     VALUE "Fecha de nacimiento AAAAMMDD: ".
001040 01  NOMBRE-NUEVO PIC X(36)
001050     VALUE "Nuevo nombre (ENTER = no cambia): ".
001060 01  PARENTESCO-NUEVO PIC X(44)
001070     VALUE "Nuevo codigo de parentesco (ENTER = igual): ".
001072 01  PARENTESCO-TECLEADO         PIC X(02).
001074 01  DESCRIPCION-PARENTESCO      PIC X(15).
001076 01  EDAD-LIMITE-PARENTESCO      PIC 9(03).
001078 COPY PARTFLAG.
001080 01  FECHA-NUEVA PIC X(42)
001090     VALUE "Nueva fecha AAAAMMDD (ENTER = igual): ".
001100 01  LINEA-LISTA-DEP.
001110     05  LST-SECUENCIA           PIC 9(03).
001120     05  FILLER                  PIC X(02) VALUE SPACE.
001130     05  LST-NOMBRE              PIC X(32).
001140     05  LST-PARENTESCO-COD      PIC X(04).
001142     05  LST-PARENTESCO          PIC X(17).
001150     05  LST-FECHA               PIC 9(08).
001160*-----------------------------------------------------------------
001170*  Imagen del dependiente antes de tocarlo, para auditar cada
001250     ==DEP-SECUENCIA== BY        ==ANT-SECUENCIA==
001260     ==DEP-NOMBRE== BY           ==ANT-NOMBRE==
001270     ==DEP-PARENTESCO== BY       ==ANT-PARENTESCO==
001280     ==DEP-FECHA-NACIMIENTO== BY ==ANT-FECHA-NACIMIENTO==
001282     ==DEP-PARENTESCO-COD== BY   ==ANT-PARENTESCO-COD==
001284     ==DEP-BENEFICIO-VIGENTE== BY ==ANT-BENEFICIO-VIGENTE==
001286     ==DEP-BENEFICIO-VENCIDO== BY ==ANT-BENEFICIO-VENCIDO==
001288     ==DEP-BENEFICIO== BY        ==ANT-BENEFICIO==.
001290 01  OPERACION-AUDITADA          PIC X(01).
001300 01  CAMPO-AUDITADO              PIC X(12).
001310 01  VALOR-ANTERIOR-W            PIC X(35).
001311*-----------------------------------------------------------------
001312*  Cambios programados con fecha efectiva (PENDREG): se piden
001313*  con las mismas preguntas que los inmediatos; en una
001314*  correccion solo se dejan en PEN-DATOS los campos que cambian.
001315*-----------------------------------------------------------------
001316 01  FECHA-EFECTIVA-PROMPT PIC X(44)
001317     VALUE "Fecha efectiva AAAAMMDD (posterior a hoy): ".
001318 01  MENSAJE-FECHA-EFECTIVA PIC X(49)
001319     VALUE "Fecha no valida; formato AAAAMMDD y posterior.".
001320 01  FECHA-EFECTIVA              PIC 9(08).
001321 01  CLASE-PROGRAMADA            PIC X(01).
001322     88  PROGRAMAR-ALTA                   VALUE "A".
001323     88  PROGRAMAR-CORRECCION             VALUE "C".
001324     88  PROGRAMAR-BAJA                   VALUE "B".
001325 01  CAMPOS-CAMBIADOS            PIC 9(02) COMP VALUE ZERO.
001326 01  RESULTADO-PENDIENTE         PIC X(01).
001327     88  PENDIENTE-EN-CURSO               VALUE "E".
001328     88  PENDIENTE-GRABADO                VALUE "G".
001329     88  PENDIENTE-FALLIDO                VALUE "F".
001330 COPY DEPREG REPLACING
001331     ==DEPENDIENTE-REGISTRO== BY ==CAMBIO-PROGRAMADO==
001332     ==DEP-CLAVE== BY            ==NUE-CLAVE==
001333     ==DEP-PERSONA-ID== BY       ==NUE-PERSONA-ID==
001334     ==DEP-SECUENCIA== BY        ==NUE-SECUENCIA==
001335     ==DEP-NOMBRE== BY           ==NUE-NOMBRE==
001336     ==DEP-PARENTESCO== BY       ==NUE-PARENTESCO==
001337     ==DEP-FECHA-NACIMIENTO== BY ==NUE-FECHA-NACIMIENTO==
001338     ==DEP-PARENTESCO-COD== BY   ==NUE-PARENTESCO-COD==
001339     ==DEP-BENEFICIO-VIGENTE== BY ==NUE-BENEFICIO-VIGENTE==
001340     ==DEP-BENEFICIO-VENCIDO== BY ==NUE-BENEFICIO-VENCIDO==
001341     ==DEP-BENEFICIO== BY        ==NUE-BENEFICIO==.
001342 01  SESION-PROGRAMA PIC X(20) VALUE "MANTEN-DEPENDIENTES".
001343 01  ACCION-DE-SESION            PIC X(01).
001344 01  DECISION-SESION             PIC X(01).
001350     88  SESION-EN-ESPERA                 VALUE "E".
001360     88  SESION-RETIRADA                  VALUE "R".
001370 COPY SESFLAG.
001372 COPY IMAGPARM.
001380 PROCEDURE DIVISION.
001390 0000-MAINLINE.
001400     PERFORM 0400-IDENTIFICAR-OPERADOR
002080         CLOSE DEPENDIENTES-ARCHIVO
002090         OPEN I-O DEPENDIENTES-ARCHIVO
002100     END-IF
002110     OPEN EXTEND AUDITORIA-ARCHIVO
002120     OPEN I-O PENDIENTES-ARCHIVO
002121     IF FS-PENDIENTES = "35"
002122         OPEN OUTPUT PENDIENTES-ARCHIVO
002123         CLOSE PENDIENTES-ARCHIVO
002124         OPEN I-O PENDIENTES-ARCHIVO
002125     END-IF.
002126 5000-PROCEDIMIENTO-DE-CIERRE.
002130     CLOSE PERSONAS-ARCHIVO
002140     IF FS-DEPENDIENTES = "00"
002150         CLOSE DEPENDIENTES-ARCHIVO
002160     END-IF
002170     CLOSE AUDITORIA-ARCHIVO
002180     CLOSE PENDIENTES-ARCHIVO.
002182 2000-MANTENER-DEPENDIENTES.
002190     PERFORM 2100-LOCALIZAR-PERSONA
002200     IF REGISTRO-ENCONTRADO
002210         PERFORM 2200-LISTAR-DEPENDIENTES
002290         IF ACCION-BAJA
002300             PERFORM 4500-BAJA-DEPENDIENTE
002310         END-IF
002312         IF ACCION-PROGRAMAR
002314             PERFORM 6000-PROGRAMAR-CAMBIO
002316         END-IF
002320     END-IF
002330     PERFORM 2900-PREGUNTAR-OTRO.
002340 2100-LOCALIZAR-PERSONA.
002890     END-IF
002900     MOVE DEP-SECUENCIA TO LST-SECUENCIA
002910     MOVE DEP-NOMBRE TO LST-NOMBRE
002920     MOVE DEP-PARENTESCO-COD TO LST-PARENTESCO-COD
002930     IF DEP-PARENTESCO-COD = SPACE
002932         MOVE "??" TO LST-PARENTESCO-COD
002934     END-IF
002936     MOVE DEP-PARENTESCO TO LST-PARENTESCO
002938     MOVE DEP-FECHA-NACIMIENTO TO LST-FECHA
002940     DISPLAY LINEA-LISTA-DEP
002950     PERFORM 2250-LEER-DEPENDIENTE.
002960 2300-PEDIR-ACCION.
002990         UNTIL ACCION-ALTA
003000             OR ACCION-CORREGIR
003010             OR ACCION-BAJA
003020             OR ACCION-PROGRAMAR
003022             OR ACCION-NINGUNA.
003030 2350-LEER-ACCION.
003040     DISPLAY "Alta, Corregir, Baja, Programar con fecha o Nada "
003042         "(A/C/B/P/N)? "
003050     ACCEPT ACCION-TECLEADA
003060     IF ACCION-TECLEADA = "a"
003070         MOVE "A" TO ACCION-TECLEADA
003150     IF ACCION-TECLEADA = "n"
003160         MOVE "N" TO ACCION-TECLEADA
003170     END-IF
003180     IF ACCION-TECLEADA = "p"
003190         MOVE "P" TO ACCION-TECLEADA
003200     END-IF
003210     IF ACCION-TECLEADA NOT = "A"
003220         AND ACCION-TECLEADA NOT = "C"
003230         AND ACCION-TECLEADA NOT = "B"
003232         AND ACCION-TECLEADA NOT = "P"
003234         AND ACCION-TECLEADA NOT = "N"
003236         DISPLAY "Respuesta no valida; teclee A, C, B, P o N."
003238     END-IF.
003240 3000-ALTA-DEPENDIENTE.
003250     ADD 1 TO ULTIMA-SECUENCIA
003260     PERFORM 3010-PEDIR-DATOS-ALTA
003270     MOVE ULTIMA-SECUENCIA TO DEP-SECUENCIA
003280     WRITE DEPENDIENTE-REGISTRO
003350         INVALID KEY
003360             DISPLAY "No se pudo grabar el dependiente; estado "
003370                 FS-DEPENDIENTES
003380         NOT INVALID KEY
003390             PERFORM 7100-ANOTAR-IMAGEN-DEPENDIENTE
003400             MOVE "A" TO OPERACION-AUDITADA
003402             MOVE "DEP-ALTA" TO CAMPO-AUDITADO
003410             MOVE DEP-NOMBRE TO VALOR-ANTERIOR-W
003420             PERFORM 2700-REGISTRAR-AUDITORIA
003430     END-WRITE.
003431*-----------------------------------------------------------------
003432*  Las preguntas del alta, comunes a la inmediata y a la
003433*  programada; la secuencia la pone quien graba.
003434*-----------------------------------------------------------------
003435 3010-PEDIR-DATOS-ALTA.
003436     MOVE SPACE TO DEPENDIENTE-REGISTRO
003437     MOVE PERSONA-EN-CURSO TO DEP-PERSONA-ID
003438     MOVE ZERO TO DEP-SECUENCIA
003439     DISPLAY DEP-NOMBRE-PROMPT
003440     ACCEPT DEP-NOMBRE
003441     PERFORM 3050-OBTENER-PARENTESCO
003442     PERFORM 3100-OBTENER-FECHA-DEP.
003443*-----------------------------------------------------------------
003444*  El parentesco se teclea como codigo de la tabla PERSPARE, con
003445*  la misma regla que CREAR-ARCHIVO: se repite la pregunta hasta
003446*  que exista y se graba la descripcion de la tabla.
003447*-----------------------------------------------------------------
003448 3050-OBTENER-PARENTESCO.
003449     SET PARENTESCO-NO-ES-VALIDO TO TRUE
003450     PERFORM 3070-PEDIR-PARENTESCO
003451         UNTIL PARENTESCO-ES-VALIDO
003452     PERFORM 3090-ASIGNAR-PARENTESCO.
003453 3070-PEDIR-PARENTESCO.
003454     DISPLAY DEP-PARENTESCO-PROMPT " ? "
003455     MOVE SPACE TO PARENTESCO-TECLEADO
003456     ACCEPT PARENTESCO-TECLEADO
003457     PERFORM 3080-VALIDAR-PARENTESCO.
003458 3080-VALIDAR-PARENTESCO.
003459     CALL "VALIDAR-PARENTESCO" USING PARENTESCO-TECLEADO
003460                                      DESCRIPCION-PARENTESCO
003461                                      EDAD-LIMITE-PARENTESCO
003462                                      PARENTESCO-VALIDO
003463     IF PARENTESCO-NO-ES-VALIDO
003464         DISPLAY "No existe el parentesco " PARENTESCO-TECLEADO
003465             "; vea MANTENIMIENTO-PARENTESCOS."
003466     END-IF.
003467 3090-ASIGNAR-PARENTESCO.
003468     MOVE PARENTESCO-TECLEADO TO DEP-PARENTESCO-COD
003469     MOVE DESCRIPCION-PARENTESCO TO DEP-PARENTESCO
003470     IF DEP-BENEFICIO-VENCIDO
003471         SET DEP-BENEFICIO-VIGENTE TO TRUE
003472     END-IF
003473     DISPLAY "Parentesco: " DESCRIPCION-PARENTESCO.
003474 3100-OBTENER-FECHA-DEP.
003475     SET FECHA-NO-ES-VALIDA TO TRUE
003476     PERFORM 3150-PEDIR-FECHA-DEP
003477         UNTIL FECHA-ES-VALIDA.
003480 3150-PEDIR-FECHA-DEP.
003490     DISPLAY DEP-FECHA-PROMPT
003500     MOVE SPACE TO FECHA-TECLEADA
003580 4000-CORREGIR-DEPENDIENTE.
003590     PERFORM 4100-ELEGIR-DEPENDIENTE
003600     IF DEPENDIENTE-ENCONTRADO
003610         PERFORM 4010-PEDIR-CORRECCIONES
003620         REWRITE DEPENDIENTE-REGISTRO
003760             INVALID KEY
003770                 DISPLAY "No se pudo actualizar el dependiente "
003780                     DEP-CLAVE "; estado " FS-DEPENDIENTES
003790             NOT INVALID KEY
003800                 PERFORM 7100-ANOTAR-IMAGEN-DEPENDIENTE
003802                 PERFORM 4300-AUDITAR-CAMBIOS
003810         END-REWRITE
003820     END-IF.
003821*-----------------------------------------------------------------
003822*  Las preguntas de la correccion, comunes a la inmediata y a la
003823*  programada; DEP-ANTERIOR queda con el registro de antes.
003824*-----------------------------------------------------------------
003825 4010-PEDIR-CORRECCIONES.
003826     MOVE DEPENDIENTE-REGISTRO TO DEP-ANTERIOR
003827     MOVE SPACE TO CAMPO-NUEVO-X
003828     DISPLAY NOMBRE-NUEVO
003829     ACCEPT CAMPO-NUEVO-X
003830     IF CAMPO-NUEVO-X NOT = SPACE
003831         MOVE CAMPO-NUEVO-X TO DEP-NOMBRE
003832     END-IF
003833     PERFORM 4150-CORREGIR-PARENTESCO
003834     PERFORM 4200-CORREGIR-FECHA.
003835 4100-ELEGIR-DEPENDIENTE.
003840     MOVE ZERO TO SECUENCIA-TECLEADA
003850     DISPLAY "Numero de secuencia del dependiente: "
003860     ACCEPT SECUENCIA-TECLEADA
003950         NOT INVALID KEY
003960             SET DEPENDIENTE-ENCONTRADO TO TRUE
003970     END-READ.
003971*-----------------------------------------------------------------
003972*  ENTER deja el parentesco como estaba, salvo en los dependientes
003973*  grabados antes de la tabla (codigo en blanco), que no pueden
003974*  seguir sin codificar.  Un parentesco nuevo vuelve a dar el
003975*  beneficio por vigente: VENCIMIENTO-BENEFICIARIOS lo revisa
003976*  con la edad limite del codigo nuevo.
003977*-----------------------------------------------------------------
003978 4150-CORREGIR-PARENTESCO.
003979     IF DEP-PARENTESCO-COD = SPACE
003980         DISPLAY "El parentesco grabado (" DEP-PARENTESCO
003981             ") no esta codificado."
003982         PERFORM 3050-OBTENER-PARENTESCO
003983     ELSE
003984         MOVE SPACE TO PARENTESCO-TECLEADO
003985         DISPLAY PARENTESCO-NUEVO
003986         ACCEPT PARENTESCO-TECLEADO
003987         IF PARENTESCO-TECLEADO NOT = SPACE
003988             PERFORM 3080-VALIDAR-PARENTESCO
003989             PERFORM 4170-REPETIR-PARENTESCO
003990                 UNTIL PARENTESCO-ES-VALIDO
003991             IF PARENTESCO-TECLEADO NOT = DEP-PARENTESCO-COD
003992                 PERFORM 3090-ASIGNAR-PARENTESCO
003993             END-IF
003994         END-IF
003995     END-IF.
003996 4170-REPETIR-PARENTESCO.
003997     PERFORM 3070-PEDIR-PARENTESCO.
003998*-----------------------------------------------------------------
003999*  ENTER deja la fecha como estaba; si se teclea algo, pasa por
004000*  VALIDAR-FECHA y se repite la pregunta hasta que sea valida,
004010*  como en el alta.
004020*-----------------------------------------------------------------
004310         MOVE ANT-PARENTESCO TO VALOR-ANTERIOR-W
004320         PERFORM 2700-REGISTRAR-AUDITORIA
004330     END-IF
004331     IF DEP-PARENTESCO-COD NOT = ANT-PARENTESCO-COD
004332         MOVE "DEP-PAR-COD" TO CAMPO-AUDITADO
004333         MOVE ANT-PARENTESCO-COD TO VALOR-ANTERIOR-W
004334         PERFORM 2700-REGISTRAR-AUDITORIA
004335     END-IF
004336     IF DEP-BENEFICIO NOT = ANT-BENEFICIO
004337         MOVE "DEP-VENCIDO" TO CAMPO-AUDITADO
004338         MOVE ANT-BENEFICIO TO VALOR-ANTERIOR-W
004339         PERFORM 2700-REGISTRAR-AUDITORIA
004340     END-IF
004341     IF DEP-FECHA-NACIMIENTO NOT = ANT-FECHA-NACIMIENTO
004350         MOVE "DEP-FECHA" TO CAMPO-AUDITADO
004360         MOVE ANT-FECHA-NACIMIENTO TO VALOR-ANTERIOR-W
004370         PERFORM 2700-REGISTRAR-AUDITORIA
004380     END-IF.
004390 4500-BAJA-DEPENDIENTE.
004400     PERFORM 4510-ELEGIR-Y-CONFIRMAR
004410     IF DEPENDIENTE-ENCONTRADO AND SI-NO = "S"
004420         PERFORM 4600-BORRAR-DEPENDIENTE
004430     END-IF.
004440 4510-ELEGIR-Y-CONFIRMAR.
004450     MOVE "N" TO SI-NO
004460     PERFORM 4100-ELEGIR-DEPENDIENTE
004470     IF DEPENDIENTE-ENCONTRADO
004480         DISPLAY "Dependiente: " DEP-NOMBRE " ("
004490             DEP-PARENTESCO ")"
004500         DISPLAY "Confirma la baja (S/N)? "
004510         ACCEPT SI-NO
004520         IF SI-NO = "s"
004522             MOVE "S" TO SI-NO
004524         END-IF
004526     END-IF.
004530 4600-BORRAR-DEPENDIENTE.
004540     MOVE DEPENDIENTE-REGISTRO TO DEP-ANTERIOR
004550     DELETE DEPENDIENTES-ARCHIVO
004570             DISPLAY "No se pudo eliminar el dependiente "
004580                 DEP-CLAVE "; estado " FS-DEPENDIENTES
004590         NOT INVALID KEY
004600             SET IMAGEN-DE-DEPENDIENTE TO TRUE
004610             SET IMAGEN-ELIMINADA TO TRUE
004612             MOVE DEP-ANTERIOR TO IMAGEN-DATOS
004614             PERFORM 7900-LLAMAR-ANOTAR-IMAGEN
004616             MOVE "B" TO OPERACION-AUDITADA
004618             MOVE "DEP-BAJA" TO CAMPO-AUDITADO
004620             MOVE ANT-NOMBRE TO VALOR-ANTERIOR-W
004630             PERFORM 2700-REGISTRAR-AUDITORIA
004640     END-DELETE.
004641*-----------------------------------------------------------------
004642*  Alta, correccion o baja con fecha efectiva futura: no toca
004643*  PERSDEP ni la auditoria; se graba en PERSPEND y
004644*  APLICAR-PENDIENTES la aplica y la audita la noche de su
004645*  fecha.  Se consultan y anulan con CONSULTA-PENDIENTES.
004646*-----------------------------------------------------------------
004647 6000-PROGRAMAR-CAMBIO.
004648     IF PERSONA-BORRADA
004649         DISPLAY "La persona esta borrada; no admite cambios "
004650             "programados."
004651     ELSE
004652         PERFORM 6010-OBTENER-FECHA-EFECTIVA
004653         PERFORM 6030-OBTENER-CLASE
004654         IF PROGRAMAR-ALTA
004655             PERFORM 6100-PROGRAMAR-ALTA
004656         END-IF
004657         IF PROGRAMAR-CORRECCION
004658             PERFORM 6200-PROGRAMAR-CORRECCION
004659         END-IF
004660         IF PROGRAMAR-BAJA
004661             PERFORM 6300-PROGRAMAR-BAJA
004662         END-IF
004663     END-IF.
004664 6010-OBTENER-FECHA-EFECTIVA.
004665     SET FECHA-NO-ES-VALIDA TO TRUE
004666     PERFORM 6020-PEDIR-FECHA-EFECTIVA
004667         UNTIL FECHA-ES-VALIDA.
004668 6020-PEDIR-FECHA-EFECTIVA.
004669     DISPLAY FECHA-EFECTIVA-PROMPT
004670     MOVE SPACE TO FECHA-TECLEADA
004671     ACCEPT FECHA-TECLEADA
004672     CALL "VALIDAR-FECHA-EFECTIVA" USING FECHA-TECLEADA
004673                                          FECHA-EFECTIVA
004674                                          FECHA-VALIDA
004675     IF FECHA-NO-ES-VALIDA
004676         DISPLAY MENSAJE-FECHA-EFECTIVA
004677     END-IF.
004678 6030-OBTENER-CLASE.
004679     MOVE SPACE TO CLASE-PROGRAMADA
004680     PERFORM 6035-PEDIR-CLASE
004681         UNTIL PROGRAMAR-ALTA
004682             OR PROGRAMAR-CORRECCION
004683             OR PROGRAMAR-BAJA.
004684 6035-PEDIR-CLASE.
004685     DISPLAY "Alta, Correccion o Baja programada (A/C/B)? "
004686     ACCEPT CLASE-PROGRAMADA
004687     INSPECT CLASE-PROGRAMADA CONVERTING "acb" TO "ACB"
004688     IF NOT PROGRAMAR-ALTA
004689         AND NOT PROGRAMAR-CORRECCION
004690         AND NOT PROGRAMAR-BAJA
004691         DISPLAY "Respuesta no valida; teclee A, C o B."
004692     END-IF.
004693 6100-PROGRAMAR-ALTA.
004694     PERFORM 3010-PEDIR-DATOS-ALTA
004695     PERFORM 6070-PREPARAR-PENDIENTE
004696     SET PEN-ES-ALTA TO TRUE
004697     MOVE DEPENDIENTE-REGISTRO TO PEN-DEPENDIENTE
004698     PERFORM 6080-GRABAR-PENDIENTE.
004699*-----------------------------------------------------------------
004700*  Se preguntan los cambios sobre el registro y se repone tal
004701*  como estaba; al pendiente solo van la clave y los campos que
004702*  cambian.
004703*-----------------------------------------------------------------
004704 6200-PROGRAMAR-CORRECCION.
004705     PERFORM 4100-ELEGIR-DEPENDIENTE
004706     IF DEPENDIENTE-ENCONTRADO
004707         PERFORM 4010-PEDIR-CORRECCIONES
004708         MOVE DEPENDIENTE-REGISTRO TO CAMBIO-PROGRAMADO
004709         PERFORM 6250-DEJAR-SOLO-CAMBIOS
004710         MOVE DEP-ANTERIOR TO DEPENDIENTE-REGISTRO
004711         IF CAMPOS-CAMBIADOS = ZERO
004712             DISPLAY "No hay ningun cambio que programar."
004713         ELSE
004714             PERFORM 6070-PREPARAR-PENDIENTE
004715             SET PEN-ES-CORRECCION TO TRUE
004716             MOVE CAMBIO-PROGRAMADO TO PEN-DEPENDIENTE
004717             PERFORM 6080-GRABAR-PENDIENTE
004718         END-IF
004719     END-IF.
004720 6250-DEJAR-SOLO-CAMBIOS.
004721     MOVE ZERO TO CAMPOS-CAMBIADOS
004722     IF NUE-NOMBRE = ANT-NOMBRE
004723         MOVE SPACE TO NUE-NOMBRE
004724     ELSE
004725         ADD 1 TO CAMPOS-CAMBIADOS
004726     END-IF
004727     IF NUE-PARENTESCO = ANT-PARENTESCO
004728         MOVE SPACE TO NUE-PARENTESCO
004729     ELSE
004730         ADD 1 TO CAMPOS-CAMBIADOS
004731     END-IF
004732     IF NUE-PARENTESCO-COD = ANT-PARENTESCO-COD
004733         MOVE SPACE TO NUE-PARENTESCO-COD
004734     ELSE
004735         ADD 1 TO CAMPOS-CAMBIADOS
004736     END-IF
004737     IF NUE-BENEFICIO = ANT-BENEFICIO
004738         MOVE SPACE TO NUE-BENEFICIO
004739     ELSE
004740         ADD 1 TO CAMPOS-CAMBIADOS
004741     END-IF
004742     IF NUE-FECHA-NACIMIENTO = ANT-FECHA-NACIMIENTO
004743         MOVE ZERO TO NUE-FECHA-NACIMIENTO
004744     ELSE
004745         ADD 1 TO CAMPOS-CAMBIADOS
004746     END-IF.
004747 6300-PROGRAMAR-BAJA.
004748     PERFORM 4510-ELEGIR-Y-CONFIRMAR
004749     IF DEPENDIENTE-ENCONTRADO AND SI-NO = "S"
004750         PERFORM 6070-PREPARAR-PENDIENTE
004751         SET PEN-ES-BAJA TO TRUE
004752         MOVE DEPENDIENTE-REGISTRO TO PEN-DEPENDIENTE
004753         PERFORM 6080-GRABAR-PENDIENTE
004754     END-IF.
004755 6070-PREPARAR-PENDIENTE.
004756     MOVE SPACE TO PENDIENTE-REGISTRO
004757     MOVE PERSONA-EN-CURSO TO PEN-PERSONA-ID
004758     MOVE FECHA-EFECTIVA TO PEN-FECHA-EFECTIVA
004759     MOVE ZERO TO PEN-SECUENCIA
004760     SET PEN-DE-DEPENDIENTE TO TRUE
004761     SET PEN-PENDIENTE TO TRUE
004762     MOVE OPERADOR-TERMINAL TO PEN-OPERADOR
004763     ACCEPT PEN-FECHA-GRABACION FROM DATE YYYYMMDD
004764     ACCEPT PEN-HORA-GRABACION FROM TIME
004765     MOVE ZERO TO PEN-FECHA-CIERRE.
004766*-----------------------------------------------------------------
004767*  PEN-SECUENCIA se busca por tanteo: la primera libre para la
004768*  persona y la fecha efectiva.
004769*-----------------------------------------------------------------
004770 6080-GRABAR-PENDIENTE.
004771     SET PENDIENTE-EN-CURSO TO TRUE
004772     PERFORM 6090-INTENTAR-GRABAR
004773         UNTIL NOT PENDIENTE-EN-CURSO.
004774 6090-INTENTAR-GRABAR.
004775     ADD 1 TO PEN-SECUENCIA
004776     WRITE PENDIENTE-REGISTRO
004777         INVALID KEY
004778             IF FS-PENDIENTES NOT = "22"
004779                 OR PEN-SECUENCIA = 999
004780                 SET PENDIENTE-FALLIDO TO TRUE
004781                 DISPLAY "No se pudo grabar el cambio programado;"
004782                     " estado " FS-PENDIENTES
004783             END-IF
004784         NOT INVALID KEY
004785             SET PENDIENTE-GRABADO TO TRUE
004786             DISPLAY "Cambio programado para el "
004787                 PEN-FECHA-EFECTIVA "."
004788     END-WRITE.
004789 2700-REGISTRAR-AUDITORIA.
004790     MOVE PERSONA-EN-CURSO TO AUD-PERSONA-ID
004791     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
004792     ACCEPT AUD-HORA FROM TIME
004793     MOVE OPERADOR-TERMINAL TO AUD-OPERADOR
004794     MOVE OPERACION-AUDITADA TO AUD-OPERACION
004795     MOVE CAMPO-AUDITADO TO AUD-CAMPO
004796     MOVE VALOR-ANTERIOR-W TO AUD-VALOR-ANTERIOR
004797     WRITE AUDITORIA-REGISTRO.
004798 2900-PREGUNTAR-OTRO.
004799     DISPLAY "Desea mantener dependientes de otra persona "
004800         "(S/N)? "
004801     ACCEPT SI-NO
004802     IF SI-NO = "s"
004803         MOVE "S" TO SI-NO
004804     END-IF
004810     IF SI-NO NOT = "S"
004820         MOVE "N" TO SI-NO
004830     END-IF.
004831*-----------------------------------------------------------------
004832*  Imagen posterior del registro para el diario PERSIMAG en
004833*  altas y correcciones.  Las eliminaciones no pasan por aqui:
004834*  4600-BORRAR-DEPENDIENTE guarda el registro en DEP-ANTERIOR
004835*  antes del DELETE y, si este va bien, lo mueve a IMAGEN-DATOS
004836*  y llama directamente a 7900-LLAMAR-ANOTAR-IMAGEN.
004837*-----------------------------------------------------------------
004838 7100-ANOTAR-IMAGEN-DEPENDIENTE.
004839     SET IMAGEN-DE-DEPENDIENTE TO TRUE
004840     SET IMAGEN-GRABADA TO TRUE
004841     MOVE DEPENDIENTE-REGISTRO TO IMAGEN-DATOS
004842     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
004843 7900-LLAMAR-ANOTAR-IMAGEN.
004844     CALL "ANOTAR-IMAGEN" USING IMAGEN-TIPO
004845                                IMAGEN-OPERACION
004846                                IMAGEN-DATOS
004847                                OPERADOR-TERMINAL.
004848 9999-FIN.
004850     STOP RUN.
004860 END PROGRAM MANTENIMIENTO-DEPENDIENTES.
