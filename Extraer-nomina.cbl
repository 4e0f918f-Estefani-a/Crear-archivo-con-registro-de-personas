000150*  registros PERSONA-ACTIVA y genera en NOMEXTR un fichero
000160*  plano delimitado por punto y coma:
000170*
000180*    P;accion;id;nombre;apellidos;edad;telefono;direccion;centro;
000190*    D;accion;id;secuencia;nombre;parentesco;fechanacimiento;
000192*      beneficio;
000200*    T;total-personas;total-dependientes;
000210*
000220*  Los registros D van enlazados al P anterior por el mismo
000300*  completa, con accion A en todas las lineas; las siguientes
000310*  son incrementales: se extraen solo las personas con lineas
000320*  de AUDITORIA-ARCHIVO posteriores a la marca de la ultima
000330*  extraccion, que se ordenan por PERSONA-ID y se cruzan en
000340*  secuencia con PERSDAT.  Para repetir una extraccion completa
000342*  basta con retirar el fichero NOMCTL.
000350*
000360*  Modification history
000370*  ---------------------------------------------------------
000660*                   como baja P;B de la persona y nomina daba de
000670*                   baja a un empleado activo.  Ahora cuentan
000680*                   siempre como modificacion M de la persona.
000681*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000682*                   duplicados por PERSONA-CENTRO-COSTE, para los
000683*                   listados por centro y para saber si un centro
000684*                   tiene personas activas; todos los programas
000685*                   que abren el fichero declaran la misma clave.
000686*  2026-10-15  JAC  La linea P lleva al final el centro de coste
000687*                   de la persona (PERSONA-CENTRO-COSTE), para que
000688*                   nomina separe los costes por centro; vacio si
000689*                   la persona no tiene centro asignado.
000690*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000691*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000692*                   en blanco; todos los programas que abren el
000693*                   fichero declaran la misma clave.
000694*  2026-10-15  JAC  La linea D lleva al final el indicador de
000695*                   beneficio del dependiente: S vigente, V
000696*                   vencido por edad (lo marca VENCIMIENTO-
000697*                   BENEFICIARIOS, que deja linea DEP-VENCIDO en
000698*                   PERSAUDT para que la persona salga como
000699*                   modificacion).
000700*  2026-10-15  JAC  Las lineas de anonimizacion "N" que deja
000701*                   ANONIMIZAR-HISTORICO no cuentan como cambio:
000702*                   la persona ya se envio de baja al depurarla.
000703*  2026-10-15  JAC  La extraccion incremental ya no acumula los
000704*                   cambios en una tabla de 5000 personas, que al
000705*                   llenarse dejaba personas sin enviar: las
000706*                   lineas de auditoria posteriores a la marca se
000707*                   ordenan por PERSONA-ID (SORT con
000708*                   procedimientos de entrada y salida), se
000709*                   agrupan por persona con la accion mas fuerte y
000710*                   se cruzan en secuencia con PERSDAT. Las
000711*                   personas salen ahora en orden de PERSONA-ID.
000712*                   Si la ordenacion falla, no se mueve la marca
000713*                   de NOMCTL y el programa termina con 8.
000714*****************************************************************
000715 ENVIRONMENT DIVISION.
000716 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT OPTIONAL PERSONAS-ARCHIVO
000740         ASSIGN TO "PERSDAT"
000770         RECORD KEY IS PERSONA-ID
000780         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000790             WITH DUPLICATES
000792         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000794             WITH DUPLICATES
000796         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000798             SUPPRESS WHEN SPACES
000800         FILE STATUS IS FS-PERSONAS.
000810     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000820         ASSIGN TO "PERSDEP"
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS NOM-CLAVE
001040         FILE STATUS IS FS-NOM-CONTROL.
001042     SELECT ORDENACION-CAMBIOS
001044         ASSIGN TO "SORTWK1".
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  PERSONAS-ARCHIVO.
001160 01  LINEA-ACUSE                 PIC X(80).
001170 FD  NOMINA-CONTROL-ARCHIVO.
001180 COPY NOMCTL.
001182 SD  ORDENACION-CAMBIOS.
001184 01  ORDEN-REGISTRO.
001186     05  ORD-PERSONA-ID          PIC X(06).
001188     05  ORD-ACCION              PIC X(01).
001190 WORKING-STORAGE SECTION.
001200 01  FS-PERSONAS                 PIC X(02).
001210 01  FS-DEPENDIENTES             PIC X(02).
001540 01  ACK-PERSONAS                PIC X(05).
001550 01  ACK-DEPENDIENTES            PIC X(05).
001560*-----------------------------------------------------------------
001570*  Personas con cambios desde la marca de la ultima extraccion:
001580*  salen de la ordenacion agrupadas por PERSONA-ID y cada una se
001590*  queda con la accion mas fuerte que se haya visto (una baja
001600*  manda sobre un alta y un alta sobre una modificacion).
001610*  CLAVE-PERSONA sigue a PERSDAT en el cruce; al acabar el
001620*  fichero pasa a HIGH-VALUE.
001630*-----------------------------------------------------------------
001640 01  HAY-MAS-CAMBIOS             PIC X(01) VALUE "S".
001650     88  QUEDAN-CAMBIOS                   VALUE "S".
001660     88  NO-QUEDAN-CAMBIOS                VALUE "N".
001670 01  ID-CAMBIADO                 PIC X(06).
001680 01  ACCION-COMBINADA            PIC X(01).
001690 01  CLAVE-PERSONA               PIC X(06).
001692 01  ESTADO-ORDENACION           PIC X(01) VALUE "S".
001694     88  ORDENACION-CORRECTA              VALUE "S".
001696     88  ORDENACION-FALLIDA               VALUE "N".
001700 01  ACCION-AUDITADA             PIC X(01).
001740 01  DIARIO-PROGRAMA PIC X(20) VALUE "EXTRAER-NOMINA".
001750 01  DIARIO-TIPO                 PIC X(01).
001760 01  DIARIO-RETORNO              PIC 9(04) VALUE ZERO.
002040         PERFORM 6000-EXTRAER-INCREMENTAL
002050     END-IF
002060     PERFORM 4000-ESCRIBIR-TOTALES
002070     IF ORDENACION-CORRECTA
002080         PERFORM 4500-GRABAR-CONTROL-EXTRACCION
002090     END-IF
002092     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
002094     IF ACUSE-DESCUADRADO OR ORDENACION-FALLIDA
002100         MOVE 8 TO DIARIO-RETORNO
002110         MOVE 8 TO RETURN-CODE
002120     END-IF
002460         OPEN INPUT DEPENDIENTES-ARCHIVO
002470     END-IF
002480     OPEN OUTPUT EXTRACCION-ARCHIVO
002490     ACCEPT FECHA-ARRANQUE FROM DATE YYYYMMDD
002510     ACCEPT HORA-ARRANQUE FROM TIME
002520     PERFORM 1100-ABRIR-CONTROL-EXTRACCION.
002530*-----------------------------------------------------------------
003460     CLOSE PERSONAS-ARCHIVO
003470     CLOSE DEPENDIENTES-ARCHIVO
003480     CLOSE EXTRACCION-ARCHIVO
003490     CLOSE NOMINA-CONTROL-ARCHIVO.
003530 2000-LEER-PRIMER-REGISTRO.
003540     PERFORM 2900-LEER-SIGUIENTE.
003550 2900-LEER-SIGUIENTE.
003910     PERFORM 3500-ANEXAR-CAMPO
003920     MOVE PERSONA-DIRECCION TO CAMPO-EXTRAIDO
003930     PERFORM 3500-ANEXAR-CAMPO
003940     MOVE PERSONA-CENTRO-COSTE TO CAMPO-EXTRAIDO
003942     PERFORM 3500-ANEXAR-CAMPO
003944     MOVE LINEA-EN-CURSO TO LINEA-EXTRACCION
003950     WRITE LINEA-EXTRACCION.
003960 3200-EXTRAER-DEPENDIENTES.
003970     SET QUEDAN-DEPENDIENTES TO TRUE
004350     PERFORM 3500-ANEXAR-CAMPO
004360     MOVE DEP-FECHA-NACIMIENTO TO CAMPO-EXTRAIDO
004370     PERFORM 3500-ANEXAR-CAMPO
004380     IF DEP-BENEFICIO-VENCIDO
004381         MOVE "V" TO CAMPO-EXTRAIDO
004382     ELSE
004383         MOVE "S" TO CAMPO-EXTRAIDO
004384     END-IF
004385     PERFORM 3500-ANEXAR-CAMPO
004386     MOVE LINEA-EN-CURSO TO LINEA-EXTRACCION
004390     WRITE LINEA-EXTRACCION
004400     PERFORM 3250-LEER-DEPENDIENTE.
004410 3500-ANEXAR-CAMPO.
004930             DISPLAY "No se pudo grabar el control de la "
004940                 "extraccion; estado " FS-NOM-CONTROL
004950     END-REWRITE.
004952*-----------------------------------------------------------------
004954*  Extraccion incremental: las lineas de auditoria posteriores
004956*  a la marca se ordenan por PERSONA-ID con su accion para
004958*  nomina, y al devolverlas se agrupan por persona y se cruzan
004960*  en secuencia con PERSDAT; no hay tope de volumen.  Si la
004962*  ordenacion falla no se mueve la marca, para que la siguiente
004964*  extraccion vuelva a recoger estos cambios, y el programa
004966*  termina con codigo de retorno 8.
004968*-----------------------------------------------------------------
004970 6000-EXTRAER-INCREMENTAL.
004972     SORT ORDENACION-CAMBIOS
004973         ON ASCENDING KEY ORD-PERSONA-ID
004974         INPUT PROCEDURE IS 6050-SEPARAR-CAMBIOS
004975         OUTPUT PROCEDURE IS 6400-EXTRAER-CAMBIOS
004976     IF SORT-RETURN NOT = ZERO
004977         DISPLAY "AVISO: fallo la ordenacion de la auditoria; "
004978             "la extraccion queda incompleta y no se mueve "
004979             "la marca."
004980         SET ORDENACION-FALLIDA TO TRUE
004981     END-IF.
004982 6050-SEPARAR-CAMBIOS.
004983     OPEN INPUT AUDITORIA-ARCHIVO
004984     IF FS-AUDITORIA NOT = "00"
004985         DISPLAY "AVISO: no se pudo abrir AUDITORIA-ARCHIVO; "
004986             "estado " FS-AUDITORIA "; no se extrae nada."
004987         IF FS-AUDITORIA = "05"
004988             CLOSE AUDITORIA-ARCHIVO
004989         END-IF
004990     ELSE
004992         SET QUEDAN-AUDITORIAS TO TRUE
004994         PERFORM 6100-LEER-AUDITORIA
004996         PERFORM 6200-SEPARAR-CAMBIO
004998             UNTIL NO-QUEDAN-AUDITORIAS
005000         CLOSE AUDITORIA-ARCHIVO
005002     END-IF.
005004 6100-LEER-AUDITORIA.
005006     READ AUDITORIA-ARCHIVO
005008         AT END
005010             SET NO-QUEDAN-AUDITORIAS TO TRUE
005012     END-READ.
005014 6200-SEPARAR-CAMBIO.
005016     IF (AUD-FECHA > NOM-FECHA-EXTRACCION
005018         OR (AUD-FECHA = NOM-FECHA-EXTRACCION
005020             AND AUD-HORA > NOM-HORA-EXTRACCION))
005022         AND NOT AUD-OP-ANONIMIZACION
005024         PERFORM 6250-CLASIFICAR-OPERACION
005026         MOVE AUD-PERSONA-ID TO ORD-PERSONA-ID
005028         MOVE ACCION-AUDITADA TO ORD-ACCION
005030         RELEASE ORDEN-REGISTRO
005032     END-IF
005034     PERFORM 6100-LEER-AUDITORIA.
005036*-----------------------------------------------------------------
005038*  Para nomina solo hay tres acciones: las altas y
005040*  reincorporaciones de persona son A, los borrados logicos y
005042*  las depuraciones de la persona son B, y todo lo demas
005044*  (campos corregidos, movimientos de dependientes) es M.  Las
005046*  lineas con AUD-CAMPO "DEP-..." son del dependiente, no de la
005048*  persona: una baja de beneficiario es una modificacion de la
005050*  persona, nunca su baja en nomina.
005052*  Las anonimizaciones "N" son de personas depuradas hace anos,
005054*  que nomina ya tiene de baja, y no se le envian.
005056*-----------------------------------------------------------------
005058 6250-CLASIFICAR-OPERACION.
005060     IF (AUD-OPERACION = "B" OR AUD-OPERACION = "D")
005062         AND AUD-CAMPO(1:4) NOT = "DEP-"
005064         MOVE "B" TO ACCION-AUDITADA
005066     ELSE
005068         IF (AUD-OPERACION = "A" OR AUD-OPERACION = "R"
005070                 OR AUD-OPERACION = SPACE)
005072             AND AUD-CAMPO = SPACE
005074             MOVE "A" TO ACCION-AUDITADA
005076         ELSE
005078             MOVE "M" TO ACCION-AUDITADA
005080         END-IF
005082     END-IF.
005084 6400-EXTRAER-CAMBIOS.
005086     MOVE LOW-VALUE TO CLAVE-PERSONA
005088     MOVE LOW-VALUE TO PERSONA-ID
005090     START PERSONAS-ARCHIVO
005092         KEY IS NOT LESS THAN PERSONA-ID
005094         INVALID KEY
005096             MOVE HIGH-VALUE TO CLAVE-PERSONA
005098     END-START
005100     SET QUEDAN-CAMBIOS TO TRUE
005102     PERFORM 6450-DEVOLVER-CAMBIO
005104     PERFORM 6500-AGRUPAR-PERSONA
005106         UNTIL NO-QUEDAN-CAMBIOS.
005108 6450-DEVOLVER-CAMBIO.
005110     RETURN ORDENACION-CAMBIOS
005112         AT END
005114             SET NO-QUEDAN-CAMBIOS TO TRUE
005116     END-RETURN.
005118 6500-AGRUPAR-PERSONA.
005120     MOVE ORD-PERSONA-ID TO ID-CAMBIADO
005122     MOVE ORD-ACCION TO ACCION-COMBINADA
005124     PERFORM 6450-DEVOLVER-CAMBIO
005126     PERFORM 6550-COMBINAR-ACCION
005128         UNTIL NO-QUEDAN-CAMBIOS
005130             OR ORD-PERSONA-ID NOT = ID-CAMBIADO
005132     MOVE ACCION-COMBINADA TO ACCION-EN-CURSO
005134     IF ACCION-EN-CURSO = "B"
005136         PERFORM 6600-EXTRAER-BAJA
005138     ELSE
005140         PERFORM 6700-EXTRAER-VIGENTE
005142     END-IF.
005144 6550-COMBINAR-ACCION.
005146     IF ORD-ACCION = "B"
005148         MOVE "B" TO ACCION-COMBINADA
005150     ELSE
005152         IF ORD-ACCION = "A"
005154             AND ACCION-COMBINADA NOT = "B"
005156             MOVE "A" TO ACCION-COMBINADA
005158         END-IF
005160     END-IF
005162     PERFORM 6450-DEVOLVER-CAMBIO.
005164 6600-EXTRAER-BAJA.
005166     ADD 1 TO CONTADOR-PERSONAS
005168     MOVE SPACE TO LINEA-EN-CURSO
005170     MOVE 1 TO PUNTERO-LINEA
005172     STRING "P;" DELIMITED BY SIZE
005174         INTO LINEA-EN-CURSO
005176         WITH POINTER PUNTERO-LINEA
005178     MOVE "B" TO CAMPO-EXTRAIDO
005180     PERFORM 3500-ANEXAR-CAMPO
005182     MOVE ID-CAMBIADO TO CAMPO-EXTRAIDO
005184     PERFORM 3500-ANEXAR-CAMPO
005186     MOVE LINEA-EN-CURSO TO LINEA-EXTRACCION
005188     WRITE LINEA-EXTRACCION.
005190*-----------------------------------------------------------------
005192*  PERSDAT se avanza hasta la persona cambiada.  Si ya no esta
005194*  o quedo marcada borrada despues del cambio anotado, a nomina
005196*  le vale la baja.
005198*-----------------------------------------------------------------
005200 6700-EXTRAER-VIGENTE.
005202     PERFORM 6750-LEER-PERSONA
005204         UNTIL CLAVE-PERSONA NOT < ID-CAMBIADO
005206     IF CLAVE-PERSONA = ID-CAMBIADO
005208         AND NOT PERSONA-BORRADA
005210         ADD 1 TO CONTADOR-PERSONAS
005212         PERFORM 3100-EXTRAER-PERSONA
005214         PERFORM 3200-EXTRAER-DEPENDIENTES
005216     ELSE
005218         PERFORM 6600-EXTRAER-BAJA
005220     END-IF.
005222 6750-LEER-PERSONA.
005224     READ PERSONAS-ARCHIVO NEXT RECORD
005226         AT END
005228             MOVE HIGH-VALUE TO CLAVE-PERSONA
005230         NOT AT END
005232             MOVE PERSONA-ID TO CLAVE-PERSONA
005234     END-READ.
006240 9999-FIN.
006250     STOP RUN.
006260 END PROGRAM EXTRAER-NOMINA.
