000400*                   cerrar; con otra sesion de escritura anotada se
000410*                   avisa de quien es y el operador decide entre
000420*                   reintentar o retirarse.
000421*  2026-10-15  JAC  La consulta muestra tambien los movimientos
000422*                   laborales archivados en PERSMOVH.  La
000423*                   reincorporacion pide la fecha de reingreso
000424*                   (ENTER = hoy), repone en PERSMOVL los
000425*                   movimientos de la misma depuracion y anota el
000426*                   movimiento de reingreso via ANOTAR-MOVIMIENTO,
000427*                   para no perder el historial laboral anterior.
000428*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000429*                   duplicados por PERSONA-CENTRO-COSTE, para los
000430*                   listados por centro y para saber si un centro
000431*                   tiene personas activas; todos los programas
000432*                   que abren el fichero declaran la misma clave.
000433*  2026-10-15  JAC  Layout historico de 123 bytes por PERSONA-
000434*                   CENTRO-COSTE; las lineas grabadas antes se
000435*                   leen con el centro en blanco, y a la persona
000436*                   reincorporada desde ellas se le asigna despues
000437*                   por MANTENIMIENTO-PERSONAS.
000438*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000439*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000440*                   en blanco; todos los programas que abren el
000441*                   fichero declaran la misma clave.
000442*  2026-10-15  JAC  Layout historico de 132 bytes por PERSONA-
000443*                   DOCUMENTO, que se muestra con los datos del
000444*                   depurado; las lineas grabadas antes se leen
000445*                   con el documento en blanco.
000446*  2026-10-15  JAC  HISTD-DATOS-DEP pasa de 62 a 65 bytes por DEP-
000447*                   PARENTESCO-COD y DEP-BENEFICIO; las lineas de
000448*                   PERSDEPH grabadas antes se leen con ambos en
000449*                   blanco.
000450*  2026-10-15  JAC  Cada grabacion, regrabacion o eliminacion en
000451*                   PERSDAT y PERSDEP deja ademas la imagen
000452*                   completa del registro en el diario PERSIMAG,
000453*                   via ANOTAR-IMAGEN, para poder recuperar hacia
000454*                   delante con RECUPERAR-ARCHIVOS.
000455*  2026-10-15  JAC  Las personas anonimizadas por ANONIMIZAR-
000456*                   HISTORICO (estado "N" en PERSHIST) se muestran
000457*                   como tales y no se pueden reincorporar: sus
000458*                   datos personales ya no existen y hay que
000459*                   darlas de alta de nuevo. La copia de trabajo
000460*                   de PERSREG renombra la condicion nueva
000461*                   PERSONA-ANONIMIZADA.
000462*  2026-10-15  JAC  La reincorporacion valida con VALIDAR-CENTRO
000463*                   el centro con que se depuro la persona; si
000464*                   esta en blanco, ya no existe o esta inactivo
000465*                   se pide uno activo (ENTER = no se
000466*                   reincorpora), que va a la imagen en PERSIMAG y
000467*                   a la linea "R" de auditoria. Un estado 22 al
000468*                   grabar se explica como documento en uso por
000469*                   otra persona activa.
000470*****************************************************************
000471 ENVIRONMENT DIVISION.
000472 INPUT-OUTPUT SECTION.
000473 FILE-CONTROL.
000474     SELECT OPTIONAL HISTORICO-PERSONAS
000480         ASSIGN TO "PERSHIST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-HISTORICO.
000520         ASSIGN TO "PERSDEPH"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-HIST-DEP.
000542     SELECT OPTIONAL HISTORICO-MOVIMIENTOS
000544         ASSIGN TO "PERSMOVH"
000546         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS FS-HIST-MOV.
000550     SELECT OPTIONAL PERSONAS-ARCHIVO
000560         ASSIGN TO "PERSDAT"
000570         ORGANIZATION IS INDEXED
000590         RECORD KEY IS PERSONA-ID
000600         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000610             WITH DUPLICATES
000612         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000614             WITH DUPLICATES
000616         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000618             SUPPRESS WHEN SPACES
000620         FILE STATUS IS FS-PERSONAS.
000630     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000640         ASSIGN TO "PERSDEP"
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CTRL-CLAVE
000740         FILE STATUS IS FS-CONTROL.
000741     SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
000742         ASSIGN TO "PERSMOVL"
000743         ORGANIZATION IS INDEXED
000744         ACCESS MODE IS DYNAMIC
000745         RECORD KEY IS MOV-CLAVE
000746         FILE STATUS IS FS-MOVIMIENTOS.
000750     SELECT OPTIONAL AUDITORIA-ARCHIVO
000760         ASSIGN TO "PERSAUDT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000850 FD  HISTORICO-PERSONAS.
000860 01  HISTORICO-REGISTRO.
000870     05  HIST-FECHA-DEPURACION   PIC 9(08).
000880     05  HIST-DATOS-PERSONA      PIC X(132).
000890 FD  HISTORICO-DEPENDIENTES.
000900 01  HISTORICO-DEP-REGISTRO.
000910     05  HISTD-FECHA-DEPURACION  PIC 9(08).
000920     05  HISTD-DATOS-DEP         PIC X(65).
000922 FD  HISTORICO-MOVIMIENTOS.
000924 01  HISTORICO-MOV-REGISTRO.
000926     05  HISTM-FECHA-DEPURACION  PIC 9(08).
000928     05  HISTM-DATOS-MOV         PIC X(47).
000930 FD  PERSONAS-ARCHIVO.
000940 COPY PERSREG.
000950 FD  DEPENDIENTES-ARCHIVO.
000980 COPY CTRLREG.
000990 FD  AUDITORIA-ARCHIVO.
001000 COPY AUDITREG.
001002 FD  MOVIMIENTOS-ARCHIVO.
001004 COPY MOVLREG.
001010 WORKING-STORAGE SECTION.
001020 01  FS-HISTORICO                PIC X(02).
001030 01  FS-HIST-DEP                 PIC X(02).
001050 01  FS-DEPENDIENTES             PIC X(02).
001060 01  FS-CONTROL                  PIC X(02).
001070 01  FS-AUDITORIA                PIC X(02).
001072 01  FS-HIST-MOV                 PIC X(02).
001074 01  FS-MOVIMIENTOS              PIC X(02).
001080 01  OPERADOR-TERMINAL           PIC X(20).
001090 01  SI-NO PIC X.
001100*-----------------------------------------------------------------
001220     ==PERSONA-DIRECCION== BY ==HP-DIRECCION==
001230     ==PERSONA-ESTADO== BY   ==HP-ESTADO==
001240     ==PERSONA-ACTIVA== BY   ==HP-ACTIVA==
001250     ==PERSONA-BORRADA== BY  ==HP-BORRADA==
001251     ==PERSONA-ANONIMIZADA== BY ==HP-ANONIMIZADA==
001252     ==PERSONA-CENTRO-COSTE== BY ==HP-CENTRO-COSTE==
001254     ==PERSONA-DOCUMENTO== BY ==HP-DOCUMENTO==.
001260 COPY DEPREG REPLACING
001270     ==DEPENDIENTE-REGISTRO== BY ==DEPENDIENTE-HISTORICO==
001280     ==DEP-CLAVE== BY            ==HD-CLAVE==
001300     ==DEP-SECUENCIA== BY        ==HD-SECUENCIA==
001310     ==DEP-NOMBRE== BY           ==HD-NOMBRE==
001320     ==DEP-PARENTESCO== BY       ==HD-PARENTESCO==
001330     ==DEP-FECHA-NACIMIENTO== BY ==HD-FECHA-NACIMIENTO==
001331     ==DEP-PARENTESCO-COD== BY   ==HD-PARENTESCO-COD==
001332     ==DEP-BENEFICIO-VIGENTE== BY ==HD-BENEFICIO-VIGENTE==
001333     ==DEP-BENEFICIO-VENCIDO== BY ==HD-BENEFICIO-VENCIDO==
001334     ==DEP-BENEFICIO== BY        ==HD-BENEFICIO==.
001335 COPY MOVLREG REPLACING
001336     ==MOVIMIENTO-REGISTRO== BY  ==MOVIMIENTO-HISTORICO==
001337     ==MOV-CLAVE== BY            ==HM-CLAVE==
001338     ==MOV-PERSONA-ID== BY       ==HM-PERSONA-ID==
001339     ==MOV-SECUENCIA== BY        ==HM-SECUENCIA==
001340     ==MOV-TIPO== BY             ==HM-TIPO==
001341     ==MOV-ES-INGRESO== BY       ==HM-ES-INGRESO==
001342     ==MOV-ES-BAJA== BY          ==HM-ES-BAJA==
001343     ==MOV-ES-REINGRESO== BY     ==HM-ES-REINGRESO==
001344     ==MOV-FECHA-EFECTIVA== BY   ==HM-FECHA-EFECTIVA==
001345     ==MOV-MOTIVO== BY           ==HM-MOTIVO==
001346     ==MOTIVO-FIN-CONTRATO== BY  ==HM-FIN-CONTRATO==
001347     ==MOTIVO-VOLUNTARIA== BY    ==HM-VOLUNTARIA==
001348     ==MOTIVO-JUBILACION== BY    ==HM-JUBILACION==
001349     ==MOTIVO-DESPIDO== BY       ==HM-DESPIDO==
001350     ==MOTIVO-DE-BAJA-VALIDO== BY ==HM-MOTIVO-VALIDO==
001351     ==MOV-FECHA-GRABACION== BY  ==HM-FECHA-GRABACION==
001352     ==MOV-OPERADOR== BY         ==HM-OPERADOR==.
001353 01  CRITERIO-TECLEADO PIC X(01).
001354     88  BUSQUEDA-POR-ID             VALUE "I".
001360     88  BUSQUEDA-POR-APELLIDOS      VALUE "A".
001370 01  ID-BUSCADO                  PIC X(06).
001380 01  APELLIDOS-BUSCADOS          PIC X(35).
001410 01  CONTADOR-COINCIDENCIAS      PIC 9(05) COMP VALUE ZERO.
001420 01  CONTADOR-DEP-MOSTRADOS      PIC 9(03) COMP VALUE ZERO.
001430 01  CONTADOR-DEP-REPUESTOS      PIC 9(03) COMP VALUE ZERO.
001432 01  CONTADOR-MOV-MOSTRADOS      PIC 9(03) COMP VALUE ZERO.
001434 01  CONTADOR-MOV-REPUESTOS      PIC 9(03) COMP VALUE ZERO.
001440 01  HAY-MAS-REGISTROS           PIC X(01) VALUE "S".
001450     88  QUEDAN-REGISTROS                 VALUE "S".
001460     88  NO-QUEDAN-REGISTROS              VALUE "N".
001470 01  HAY-MAS-DEP-HISTORICOS      PIC X(01) VALUE "S".
001480     88  QUEDAN-DEP-HISTORICOS            VALUE "S".
001490     88  NO-QUEDAN-DEP-HISTORICOS         VALUE "N".
001492 01  HAY-MAS-MOV-HISTORICOS      PIC X(01) VALUE "S".
001494     88  QUEDAN-MOV-HISTORICOS            VALUE "S".
001496     88  NO-QUEDAN-MOV-HISTORICOS         VALUE "N".
001498 01  DESCRIPCION-MOVIMIENTO      PIC X(09).
001500 01  REGISTRO-COINCIDE           PIC X(01).
001510     88  COINCIDE                         VALUE "S".
001520     88  NO-COINCIDE                      VALUE "N".
001620*  Se guarda la ULTIMA aparicion del ID en PERSHIST: si la misma
001630*  persona se depuro mas de una vez, la ultima es la vigente.
001640*-----------------------------------------------------------------
001650 01  PERSONA-GUARDADA            PIC X(132).
001660 01  FECHA-DEPURACION-GUARDADA   PIC 9(08).
001661 01  FECHA-TECLEADA              PIC X(08).
001662 COPY FECHFLAG.
001663 01  MENSAJE-FECHA PIC X(47)
001664     VALUE "Fecha no valida; formato AAAAMMDD y no futura.".
001665 01  FECHA-REINGRESO             PIC 9(08).
001666 01  MOVIMIENTO-TIPO             PIC X(01).
001667 01  MOVIMIENTO-MOTIVO           PIC X(01).
001668*-----------------------------------------------------------------
001669*  El centro con el que se depuro puede estar ya inactivo, no
001670*  existir o venir en blanco; la persona no se reincorpora a un
001671*  centro que no admitiria un alta.
001672*-----------------------------------------------------------------
001673 01  CENTRO-REINCORPORACION PIC X(50)
001674     VALUE "Centro de coste activo (ENTER = no reincorporar): ".
001675 01  CENTRO-TECLEADO             PIC X(04).
001676 01  CENTRO-DEPURADO             PIC X(04).
001677 01  DESCRIPCION-CENTRO          PIC X(30).
001678 COPY CCOSFLAG.
001679 01  SESION-PROGRAMA PIC X(20) VALUE "CONSULTA-HISTORICO".
001680 01  ACCION-DE-SESION            PIC X(01).
001690 01  DECISION-SESION             PIC X(01).
001700     88  SESION-EN-ESPERA                 VALUE "E".
001710     88  SESION-RETIRADA                  VALUE "R".
001720 COPY SESFLAG.
001722 COPY IMAGPARM.
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 0400-IDENTIFICAR-OPERADOR
003520     DISPLAY "F.Nacim.....: " HP-FECHA-NACIMIENTO
003530     DISPLAY "Telefono....: " HP-TELEFONO
003540     DISPLAY "Direccion...: " HP-DIRECCION
003542     DISPLAY "Documento...: " HP-DOCUMENTO
003550     DISPLAY "Depurado el.: " HIST-FECHA-DEPURACION
003552     IF HP-ANONIMIZADA
003554         DISPLAY "Situacion...: ANONIMIZADA (plazo de "
003556             "conservacion vencido)"
003558     END-IF
003560     PERFORM 2500-LISTAR-DEP-HISTORICOS
003562     PERFORM 2700-LISTAR-MOV-HISTORICOS.
003570*-----------------------------------------------------------------
003580*  Solo se muestran los dependientes archivados con la misma
003590*  fecha de depuracion que la persona, para no mezclar los de
003870             HD-FECHA-NACIMIENTO
003880     END-IF
003890     PERFORM 2550-LEER-DEP-HISTORICO.
003891*-----------------------------------------------------------------
003892*  Historial laboral archivado con la persona: mismo criterio de
003893*  fecha de depuracion que los dependientes.
003894*-----------------------------------------------------------------
003895 2700-LISTAR-MOV-HISTORICOS.
003896     MOVE ZERO TO CONTADOR-MOV-MOSTRADOS
003897     OPEN INPUT HISTORICO-MOVIMIENTOS
003898     IF FS-HIST-MOV = "00"
003899         SET QUEDAN-MOV-HISTORICOS TO TRUE
003900         PERFORM 2750-LEER-MOV-HISTORICO
003901         PERFORM 2800-MOSTRAR-MOV-HISTORICO
003902             UNTIL NO-QUEDAN-MOV-HISTORICOS
003903         CLOSE HISTORICO-MOVIMIENTOS
003904     END-IF
003905     IF CONTADOR-MOV-MOSTRADOS = ZERO
003906         DISPLAY "  (sin movimientos laborales archivados)"
003907     END-IF.
003908 2750-LEER-MOV-HISTORICO.
003909     READ HISTORICO-MOVIMIENTOS
003910         AT END
003911             SET NO-QUEDAN-MOV-HISTORICOS TO TRUE
003912     END-READ.
003913 2800-MOSTRAR-MOV-HISTORICO.
003914     MOVE HISTM-DATOS-MOV TO MOVIMIENTO-HISTORICO
003915     IF HM-PERSONA-ID = HP-ID
003916         AND HISTM-FECHA-DEPURACION = HIST-FECHA-DEPURACION
003917         ADD 1 TO CONTADOR-MOV-MOSTRADOS
003918         IF HM-ES-INGRESO
003919             MOVE "Ingreso" TO DESCRIPCION-MOVIMIENTO
003920         ELSE
003921             IF HM-ES-BAJA
003922                 MOVE "Baja" TO DESCRIPCION-MOVIMIENTO
003923             ELSE
003924                 IF HM-ES-REINGRESO
003925                     MOVE "Reingreso" TO DESCRIPCION-MOVIMIENTO
003926                 ELSE
003927                     MOVE HM-TIPO TO DESCRIPCION-MOVIMIENTO
003928                 END-IF
003929             END-IF
003930         END-IF
003931         DISPLAY "  Movimiento " HM-SECUENCIA ": "
003932             DESCRIPCION-MOVIMIENTO " " HM-FECHA-EFECTIVA
003933             " " HM-MOTIVO
003934     END-IF
003935     PERFORM 2750-LEER-MOV-HISTORICO.
003936 3000-OFRECER-REINCORPORACION.
003937     DISPLAY "Desea reincorporar una persona depurada (S/N)? "
003938     ACCEPT SI-NO
003939     IF SI-NO = "s"
003940         MOVE "S" TO SI-NO
003950     END-IF
003960     IF SI-NO = "S"
004010     MOVE SPACE TO ID-REINCORPORAR
004020     ACCEPT ID-REINCORPORAR
004030     PERFORM 3100-LOCALIZAR-EN-HISTORICO
004040     IF HISTORICO-LOCALIZADO
004050         MOVE PERSONA-GUARDADA TO PERSONA-HISTORICA
004060     END-IF
004061     IF HISTORICO-NO-LOCALIZADO
004062         DISPLAY "Ese ID no aparece en el historico."
004063     ELSE
004064         IF HP-ANONIMIZADA
004065             DISPLAY "La persona " ID-REINCORPORAR " esta "
004066                 "anonimizada; no se puede reincorporar.  Hay "
004067                 "que darla de alta de nuevo."
004068         ELSE
004069             PERFORM 3060-REINCORPORAR-SI-LIBRE
004070         END-IF
004071     END-IF.
004072 3060-REINCORPORAR-SI-LIBRE.
004073     PERFORM 3200-COMPROBAR-ID-LIBRE
004080     IF ID-YA-OCUPADO
004090         DISPLAY "El ID " ID-REINCORPORAR " ya esta "
004100             "ocupado en PERSDAT; no se puede "
004110             "reincorporar."
004120     ELSE
004130         PERFORM 3300-ASEGURAR-CONTROL
004140         PERFORM 3350-OBTENER-FECHA-REINGRESO
004142         PERFORM 3400-GRABAR-REINCORPORACION
004150     END-IF.
004170 3100-LOCALIZAR-EN-HISTORICO.
004180     SET HISTORICO-NO-LOCALIZADO TO TRUE
004190     OPEN INPUT HISTORICO-PERSONAS
004690             END-READ
004700         END-IF
004710     END-IF.
004711*-----------------------------------------------------------------
004712*  Fecha en que la persona vuelve a la empresa; va al movimiento
004713*  de reingreso.  Sin teclear nada se toma la fecha del dia.
004714*-----------------------------------------------------------------
004715 3350-OBTENER-FECHA-REINGRESO.
004716     SET FECHA-NO-ES-VALIDA TO TRUE
004717     PERFORM 3360-PEDIR-FECHA-REINGRESO
004718         UNTIL FECHA-ES-VALIDA.
004719 3360-PEDIR-FECHA-REINGRESO.
004720     DISPLAY "Fecha de reingreso AAAAMMDD (ENTER = hoy): "
004721     MOVE SPACE TO FECHA-TECLEADA
004722     ACCEPT FECHA-TECLEADA
004723     IF FECHA-TECLEADA = SPACE
004724         ACCEPT FECHA-REINGRESO FROM DATE YYYYMMDD
004725         SET FECHA-ES-VALIDA TO TRUE
004726     ELSE
004727         CALL "VALIDAR-FECHA" USING FECHA-TECLEADA
004728                                     FECHA-REINGRESO
004729                                     FECHA-VALIDA
004730         IF FECHA-NO-ES-VALIDA
004731             DISPLAY MENSAJE-FECHA
004732         END-IF
004733     END-IF.
004734*-----------------------------------------------------------------
004735*  Se valida el centro con que se depuro; si ya no vale (o no
004736*  tenia), se pide uno activo, y ENTER deja sin reincorporar.
004737*-----------------------------------------------------------------
004738 3380-ASEGURAR-CENTRO.
004739     MOVE PERSONA-CENTRO-COSTE TO CENTRO-DEPURADO
004740     MOVE PERSONA-CENTRO-COSTE TO CENTRO-TECLEADO
004741     IF CENTRO-TECLEADO = SPACE
004742         DISPLAY "La persona no tenia centro de coste."
004743         PERFORM 3395-PEDIR-CENTRO
004744     END-IF
004745     SET CENTRO-NO-EXISTE TO TRUE
004746     PERFORM 3390-VALIDAR-CENTRO-TECLEADO
004747         UNTIL CENTRO-ES-VALIDO
004748             OR CENTRO-TECLEADO = SPACE
004749     IF CENTRO-ES-VALIDO
004750         AND CENTRO-TECLEADO NOT = CENTRO-DEPURADO
004751         MOVE CENTRO-TECLEADO TO PERSONA-CENTRO-COSTE
004752         DISPLAY "Centro asignado: " DESCRIPCION-CENTRO
004753     END-IF.
004754 3390-VALIDAR-CENTRO-TECLEADO.
004755     CALL "VALIDAR-CENTRO" USING CENTRO-TECLEADO
004756                                  DESCRIPCION-CENTRO
004757                                  CENTRO-VALIDO
004758     IF CENTRO-NO-EXISTE
004759         DISPLAY "No existe el centro de coste " CENTRO-TECLEADO
004760             "."
004761     END-IF
004762     IF CENTRO-ESTA-INACTIVO
004763         DISPLAY "El centro " CENTRO-TECLEADO " ("
004764             DESCRIPCION-CENTRO ") esta inactivo."
004765     END-IF
004766     IF CENTRO-NO-ES-VALIDO
004767         PERFORM 3395-PEDIR-CENTRO
004768     END-IF.
004769 3395-PEDIR-CENTRO.
004770     DISPLAY CENTRO-REINCORPORACION
004771     MOVE SPACE TO CENTRO-TECLEADO
004772     ACCEPT CENTRO-TECLEADO.
004773 3400-GRABAR-REINCORPORACION.
004774     MOVE PERSONA-GUARDADA TO PERSONAS-REGISTRO
004775     SET PERSONA-ACTIVA TO TRUE
004776     PERFORM 3380-ASEGURAR-CENTRO
004777     IF CENTRO-ES-VALIDO
004778         PERFORM 3450-ESCRIBIR-REINCORPORACION
004780     ELSE
004790         DISPLAY "Sin centro de coste activo; la persona "
004791             PERSONA-ID " no se reincorpora."
004792     END-IF.
004793*-----------------------------------------------------------------
004794*  Un 22 con el ID ya comprobado libre es que el documento lo
004795*  tiene ahora otra persona activa (clave unica por documento).
004796*-----------------------------------------------------------------
004797 3450-ESCRIBIR-REINCORPORACION.
004798     WRITE PERSONAS-REGISTRO
004799         INVALID KEY
004800             IF FS-PERSONAS = "22"
004801                 DISPLAY "El documento " PERSONA-DOCUMENTO
004802                     " lo tiene otra persona activa de PERSDAT."
004803                 DISPLAY "Corrija o quite ese documento con "
004804                     "MANTENIMIENTO-PERSONAS antes de "
004805                     "reincorporar."
004806             ELSE
004807                 DISPLAY "No se pudo regrabar la persona "
004808                     PERSONA-ID "; estado " FS-PERSONAS
004809             END-IF
004810         NOT INVALID KEY
004811             PERFORM 7000-ANOTAR-IMAGEN-PERSONA
004812             PERFORM 3500-REINCORPORAR-DEPENDIENTES
004813             PERFORM 3700-REPONER-MOVIMIENTOS
004820             PERFORM 3800-ANOTAR-REINGRESO
004830             PERFORM 3600-REGISTRAR-AUDITORIA
004840             DISPLAY "Persona " PERSONA-ID " reincorporada con "
004842                 CONTADOR-DEP-REPUESTOS " dependiente(s) y "
004844                 CONTADOR-MOV-REPUESTOS " movimiento(s) previos."
004846     END-WRITE.
004850 3500-REINCORPORAR-DEPENDIENTES.
004860     MOVE ZERO TO CONTADOR-DEP-REPUESTOS
004870     OPEN INPUT HISTORICO-DEPENDIENTES
005040                     DEP-CLAVE "; estado " FS-DEPENDIENTES
005050             NOT INVALID KEY
005060                 ADD 1 TO CONTADOR-DEP-REPUESTOS
005062                 PERFORM 7100-ANOTAR-IMAGEN-DEPENDIENTE
005070         END-WRITE
005080     END-IF
005090     PERFORM 2550-LEER-DEP-HISTORICO.
005150     SET AUD-OP-REINCORPORACION TO TRUE
005160     MOVE SPACE TO AUD-CAMPO
005170     MOVE SPACE TO AUD-VALOR-ANTERIOR
005180*    Si vuelve a otro centro, la linea lleva el nuevo y el que
005181*    tenia al depurarse.
005182     IF PERSONA-CENTRO-COSTE NOT = CENTRO-DEPURADO
005183         MOVE "CENTRO" TO AUD-CAMPO
005184         STRING "NUEVO " PERSONA-CENTRO-COSTE
005185             " ANTES " CENTRO-DEPURADO
005186             DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR
005187     END-IF
005188     WRITE AUDITORIA-REGISTRO.
005189*-----------------------------------------------------------------
005190*  PERSMOVL se abre solo para reponer y se cierra antes de anotar
005191*  el reingreso, porque ANOTAR-MOVIMIENTO lo abre por su cuenta.
005192*-----------------------------------------------------------------
005193 3700-REPONER-MOVIMIENTOS.
005194     MOVE ZERO TO CONTADOR-MOV-REPUESTOS
005195     OPEN I-O MOVIMIENTOS-ARCHIVO
005196     IF FS-MOVIMIENTOS = "35"
005197         OPEN OUTPUT MOVIMIENTOS-ARCHIVO
005198         CLOSE MOVIMIENTOS-ARCHIVO
005199         OPEN I-O MOVIMIENTOS-ARCHIVO
005200     END-IF
005201     OPEN INPUT HISTORICO-MOVIMIENTOS
005202     IF FS-HIST-MOV = "00" AND FS-MOVIMIENTOS = "00"
005203         SET QUEDAN-MOV-HISTORICOS TO TRUE
005204         PERFORM 2750-LEER-MOV-HISTORICO
005205         PERFORM 3750-REPONER-MOVIMIENTO
005206             UNTIL NO-QUEDAN-MOV-HISTORICOS
005207     END-IF
005208     IF FS-HIST-MOV = "00"
005209         CLOSE HISTORICO-MOVIMIENTOS
005210     END-IF
005211     IF FS-MOVIMIENTOS = "00"
005212         CLOSE MOVIMIENTOS-ARCHIVO
005213     END-IF.
005214 3750-REPONER-MOVIMIENTO.
005215     MOVE HISTM-DATOS-MOV TO MOVIMIENTO-HISTORICO
005216     IF HM-PERSONA-ID = ID-REINCORPORAR
005217         AND HISTM-FECHA-DEPURACION =
005218             FECHA-DEPURACION-GUARDADA
005219         MOVE MOVIMIENTO-HISTORICO TO MOVIMIENTO-REGISTRO
005220         WRITE MOVIMIENTO-REGISTRO
005221             INVALID KEY
005222                 DISPLAY "No se pudo reponer el movimiento "
005223                     MOV-CLAVE "; estado " FS-MOVIMIENTOS
005224             NOT INVALID KEY
005225                 ADD 1 TO CONTADOR-MOV-REPUESTOS
005226         END-WRITE
005227     END-IF
005228     PERFORM 2750-LEER-MOV-HISTORICO.
005229 3800-ANOTAR-REINGRESO.
005230     MOVE "R" TO MOVIMIENTO-TIPO
005231     MOVE SPACE TO MOVIMIENTO-MOTIVO
005232     CALL "ANOTAR-MOVIMIENTO" USING PERSONA-ID
005233                                     MOVIMIENTO-TIPO
005234                                     FECHA-REINGRESO
005235                                     MOVIMIENTO-MOTIVO
005236                                     OPERADOR-TERMINAL.
005237 2900-PREGUNTAR-OTRA.
005238     DISPLAY "Desea hacer otra consulta al historico (S/N)? "
005239     ACCEPT SI-NO
005240     IF SI-NO = "s"
005241         MOVE "S" TO SI-NO
005242     END-IF
005250     IF SI-NO NOT = "S"
005260         MOVE "N" TO SI-NO
005270     END-IF.
005271*-----------------------------------------------------------------
005272*  Imagen posterior del registro para el diario PERSIMAG.
005274*-----------------------------------------------------------------
005275 7000-ANOTAR-IMAGEN-PERSONA.
005276     SET IMAGEN-DE-PERSONA TO TRUE
005277     SET IMAGEN-GRABADA TO TRUE
005278     MOVE PERSONAS-REGISTRO TO IMAGEN-DATOS
005279     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
005280 7100-ANOTAR-IMAGEN-DEPENDIENTE.
005281     SET IMAGEN-DE-DEPENDIENTE TO TRUE
005282     SET IMAGEN-GRABADA TO TRUE
005283     MOVE DEPENDIENTE-REGISTRO TO IMAGEN-DATOS
005284     PERFORM 7900-LLAMAR-ANOTAR-IMAGEN.
005285 7900-LLAMAR-ANOTAR-IMAGEN.
005286     CALL "ANOTAR-IMAGEN" USING IMAGEN-TIPO
005287                                IMAGEN-OPERACION
005288                                IMAGEN-DATOS
005289                                OPERADOR-TERMINAL.
005290 9999-FIN.
005291     STOP RUN.
005300 END PROGRAM CONSULTA-HISTORICO.
