000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. MANTENIMIENTO-CENTROS.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Mantenimiento interactivo de la tabla de centros de coste,
000120*  CENTROS-ARCHIVO (PERSCCOS, copybook CCOSREG).  Contabilidad
000130*  imputa la plantilla por centro y nomina separa los costes
000140*  por el, pero hasta ahora no habia donde darlos de alta.  El
000150*  programa localiza por CCO-CODIGO; si el centro no existe
000160*  ofrece darlo de alta, y si existe permite corregir la
000170*  descripcion y el responsable o cambiar su estado.
000180*
000190*  Un centro no se borra nunca: se desactiva, para que las
000200*  personas dadas de baja sigan apuntando a un codigo que
000210*  existe.  No se puede desactivar un centro que todavia tenga
000220*  alguna PERSONA-ACTIVA asignada; se comprueba leyendo
000230*  PERSONAS-ARCHIVO por la clave alternativa de centro.
000240*
000250*  Modification history
000260*  ---------------------------------------------------------
000270*  2026-10-15  JAC  Programa nuevo.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL CENTROS-ARCHIVO
000330         ASSIGN TO "PERSCCOS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CCO-CODIGO
000370         FILE STATUS IS FS-CENTROS.
000380     SELECT OPTIONAL PERSONAS-ARCHIVO
000390         ASSIGN TO "PERSDAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PERSONA-ID
000430         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000440             WITH DUPLICATES
000450         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000460             WITH DUPLICATES
000462         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000464             SUPPRESS WHEN SPACES
000470         FILE STATUS IS FS-PERSONAS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CENTROS-ARCHIVO.
000510 COPY CCOSREG.
000520 FD  PERSONAS-ARCHIVO.
000530 COPY PERSREG.
000540 WORKING-STORAGE SECTION.
000550 01  FS-CENTROS                  PIC X(02).
000560 01  FS-PERSONAS                 PIC X(02).
000570 01  IDENTIFICADOR PIC X(32)
000580     VALUE "Introduce el codigo del centro: ".
000590 01  SI-NO PIC X.
000600 01  HAY-CENTRO PIC X(01).
000610     88  CENTRO-ENCONTRADO           VALUE "S".
000620     88  CENTRO-NO-ENCONTRADO        VALUE "N".
000630 01  ACCION-TECLEADA PIC X(01).
000640     88  ACCION-CORREGIR             VALUE "C".
000650     88  ACCION-ESTADO               VALUE "E".
000660     88  ACCION-NINGUNA              VALUE "N".
000670 01  CENTRO-EN-CURSO             PIC X(04).
000680 01  CAMPO-NUEVO-X               PIC X(30).
000690 01  DESCRIPCION-PROMPT PIC X(24)
000700     VALUE "Descripcion del centro: ".
000710 01  RESPONSABLE-PROMPT PIC X(24)
000720     VALUE "Responsable del centro: ".
000730 01  DESCRIPCION-NUEVA PIC X(40)
000740     VALUE "Nueva descripcion (ENTER = no cambia): ".
000750 01  RESPONSABLE-NUEVO PIC X(40)
000760     VALUE "Nuevo responsable (ENTER = no cambia): ".
000770 01  HAY-MAS-PERSONAS            PIC X(01).
000780     88  QUEDAN-PERSONAS                  VALUE "S".
000790     88  NO-QUEDAN-PERSONAS               VALUE "N".
000800 01  PERSONAS-ACTIVAS-CENTRO     PIC 9(05) COMP VALUE ZERO.
000810 01  PRIMERA-PERSONA-ACTIVA      PIC X(06).
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000840     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
000850     IF FS-CENTROS = "00"
000860         MOVE "S" TO SI-NO
000870         PERFORM 2000-MANTENER-CENTRO
000880             UNTIL SI-NO = "N"
000890     ELSE
000900         DISPLAY "No se pudo abrir CENTROS-ARCHIVO; estado "
000910             FS-CENTROS
000920     END-IF
000930     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
000940     GO TO 9999-FIN.
000950*-----------------------------------------------------------------
000960*  PERSCCOS se crea vacio la primera vez; PERSDAT solo se lee,
000970*  para comprobar las personas activas antes de desactivar.
000980*-----------------------------------------------------------------
000990 1000-PROCEDIMIENTO-DE-APERTURA.
001000     OPEN I-O CENTROS-ARCHIVO
001010     IF FS-CENTROS = "35"
001020         OPEN OUTPUT CENTROS-ARCHIVO
001030         CLOSE CENTROS-ARCHIVO
001040         OPEN I-O CENTROS-ARCHIVO
001050     END-IF
001060     OPEN INPUT PERSONAS-ARCHIVO
001070     IF FS-PERSONAS = "35"
001080         OPEN OUTPUT PERSONAS-ARCHIVO
001090         CLOSE PERSONAS-ARCHIVO
001100         OPEN INPUT PERSONAS-ARCHIVO
001110     END-IF.
001120 5000-PROCEDIMIENTO-DE-CIERRE.
001130     IF FS-CENTROS = "00"
001140         CLOSE CENTROS-ARCHIVO
001150     END-IF
001160     CLOSE PERSONAS-ARCHIVO.
001170 2000-MANTENER-CENTRO.
001180     PERFORM 2100-LOCALIZAR-CENTRO
001190     IF CENTRO-ENCONTRADO
001200         PERFORM 2200-MOSTRAR-CENTRO
001210         PERFORM 2300-PEDIR-ACCION
001220         IF ACCION-CORREGIR
001230             PERFORM 4000-CORREGIR-CENTRO
001240         END-IF
001250         IF ACCION-ESTADO
001260             PERFORM 4500-CAMBIAR-ESTADO
001270         END-IF
001280     ELSE
001290         PERFORM 3000-ALTA-CENTRO
001300     END-IF
001310     PERFORM 2900-PREGUNTAR-OTRO.
001320 2100-LOCALIZAR-CENTRO.
001330     MOVE SPACE TO CENTRO-EN-CURSO
001340     PERFORM 2150-PEDIR-CODIGO
001350         UNTIL CENTRO-EN-CURSO NOT = SPACE
001360     MOVE CENTRO-EN-CURSO TO CCO-CODIGO
001370     SET CENTRO-NO-ENCONTRADO TO TRUE
001380     READ CENTROS-ARCHIVO
001390         KEY IS CCO-CODIGO
001400         INVALID KEY
001410             DISPLAY "No existe ningun centro con ese codigo."
001420         NOT INVALID KEY
001430             SET CENTRO-ENCONTRADO TO TRUE
001440     END-READ.
001450 2150-PEDIR-CODIGO.
001460     DISPLAY IDENTIFICADOR " ? "
001470     ACCEPT CENTRO-EN-CURSO
001480     IF CENTRO-EN-CURSO = SPACE
001490         DISPLAY "El codigo no puede quedar en blanco."
001500     END-IF.
001510 2200-MOSTRAR-CENTRO.
001520     DISPLAY "Centro.......: " CCO-CODIGO
001530     DISPLAY "Descripcion..: " CCO-DESCRIPCION
001540     DISPLAY "Responsable..: " CCO-RESPONSABLE
001550     IF CENTRO-ACTIVO
001560         DISPLAY "Estado.......: ACTIVO"
001570     ELSE
001580         DISPLAY "Estado.......: INACTIVO"
001590     END-IF.
001600 2300-PEDIR-ACCION.
001610     MOVE SPACE TO ACCION-TECLEADA
001620     PERFORM 2350-LEER-ACCION
001630         UNTIL ACCION-CORREGIR
001640             OR ACCION-ESTADO
001650             OR ACCION-NINGUNA.
001660 2350-LEER-ACCION.
001670     IF CENTRO-ACTIVO
001680         DISPLAY "Corregir, dEsactivar o Nada (C/E/N)? "
001690     ELSE
001700         DISPLAY "Corregir, rEactivar o Nada (C/E/N)? "
001710     END-IF
001720     ACCEPT ACCION-TECLEADA
001730     IF ACCION-TECLEADA = "c"
001740         MOVE "C" TO ACCION-TECLEADA
001750     END-IF
001760     IF ACCION-TECLEADA = "e"
001770         MOVE "E" TO ACCION-TECLEADA
001780     END-IF
001790     IF ACCION-TECLEADA = "n"
001800         MOVE "N" TO ACCION-TECLEADA
001810     END-IF
001820     IF ACCION-TECLEADA NOT = "C"
001830         AND ACCION-TECLEADA NOT = "E"
001840         AND ACCION-TECLEADA NOT = "N"
001850         DISPLAY "Respuesta no valida; teclee C, E o N."
001860     END-IF.
001870*-----------------------------------------------------------------
001880*  Un centro nuevo nace activo; la descripcion es obligatoria
001890*  porque es lo que ven los listados y los avisos de alta.
001900*-----------------------------------------------------------------
001910 3000-ALTA-CENTRO.
001920     DISPLAY "Desea dar de alta el centro " CENTRO-EN-CURSO
001930         " (S/N)? "
001940     ACCEPT SI-NO
001950     IF SI-NO = "s"
001960         MOVE "S" TO SI-NO
001970     END-IF
001980     IF SI-NO = "S"
001990         MOVE SPACE TO CENTRO-REGISTRO
002000         MOVE CENTRO-EN-CURSO TO CCO-CODIGO
002010         PERFORM 3100-PEDIR-DESCRIPCION
002020             UNTIL CCO-DESCRIPCION NOT = SPACE
002030         DISPLAY RESPONSABLE-PROMPT
002040         ACCEPT CCO-RESPONSABLE
002050         SET CENTRO-ACTIVO TO TRUE
002060         WRITE CENTRO-REGISTRO
002070             INVALID KEY
002080                 DISPLAY "No se pudo grabar el centro; estado "
002090                     FS-CENTROS
002100             NOT INVALID KEY
002110                 DISPLAY "Centro " CCO-CODIGO " dado de alta."
002120         END-WRITE
002130     END-IF.
002140 3100-PEDIR-DESCRIPCION.
002150     DISPLAY DESCRIPCION-PROMPT
002160     ACCEPT CCO-DESCRIPCION
002170     IF CCO-DESCRIPCION = SPACE
002180         DISPLAY "La descripcion no puede quedar en blanco."
002190     END-IF.
002200 4000-CORREGIR-CENTRO.
002210     MOVE SPACE TO CAMPO-NUEVO-X
002220     DISPLAY DESCRIPCION-NUEVA
002230     ACCEPT CAMPO-NUEVO-X
002240     IF CAMPO-NUEVO-X NOT = SPACE
002250         MOVE CAMPO-NUEVO-X TO CCO-DESCRIPCION
002260     END-IF
002270     MOVE SPACE TO CAMPO-NUEVO-X
002280     DISPLAY RESPONSABLE-NUEVO
002290     ACCEPT CAMPO-NUEVO-X
002300     IF CAMPO-NUEVO-X NOT = SPACE
002310         MOVE CAMPO-NUEVO-X TO CCO-RESPONSABLE
002320     END-IF
002330     PERFORM 4900-REGRABAR-CENTRO.
002340*-----------------------------------------------------------------
002350*  Reactivar no tiene condiciones; desactivar solo se permite
002360*  si ninguna PERSONA-ACTIVA tiene asignado el centro.
002370*-----------------------------------------------------------------
002380 4500-CAMBIAR-ESTADO.
002390     IF CENTRO-INACTIVO
002400         SET CENTRO-ACTIVO TO TRUE
002410         PERFORM 4900-REGRABAR-CENTRO
002420     ELSE
002430         PERFORM 4600-CONTAR-PERSONAS-ACTIVAS
002440         IF PERSONAS-ACTIVAS-CENTRO = ZERO
002450             SET CENTRO-INACTIVO TO TRUE
002460             PERFORM 4900-REGRABAR-CENTRO
002470         ELSE
002480             DISPLAY "No se puede desactivar: el centro tiene "
002490                 PERSONAS-ACTIVAS-CENTRO " persona(s) activa(s)"
002500             DISPLAY "(la primera, " PRIMERA-PERSONA-ACTIVA
002510                 ").  Reasignelas antes con MANTENIMIENTO-"
002520                 "PERSONAS."
002530         END-IF
002540     END-IF.
002550*-----------------------------------------------------------------
002560*  Las personas del centro van seguidas por la clave alternativa
002570*  PERSONA-CENTRO-COSTE; se posiciona en la primera y se lee
002580*  hasta cambiar de centro contando las activas.
002590*-----------------------------------------------------------------
002600 4600-CONTAR-PERSONAS-ACTIVAS.
002610     MOVE ZERO TO PERSONAS-ACTIVAS-CENTRO
002620     MOVE SPACE TO PRIMERA-PERSONA-ACTIVA
002630     SET QUEDAN-PERSONAS TO TRUE
002640     MOVE CENTRO-EN-CURSO TO PERSONA-CENTRO-COSTE
002650     START PERSONAS-ARCHIVO
002660         KEY IS EQUAL TO PERSONA-CENTRO-COSTE
002670         INVALID KEY
002680             SET NO-QUEDAN-PERSONAS TO TRUE
002690     END-START
002700     IF QUEDAN-PERSONAS
002710         PERFORM 4650-LEER-PERSONA-CENTRO
002720         PERFORM 4700-CONTAR-PERSONA
002730             UNTIL NO-QUEDAN-PERSONAS
002740     END-IF.
002750 4650-LEER-PERSONA-CENTRO.
002760     READ PERSONAS-ARCHIVO NEXT RECORD
002770         AT END
002780             SET NO-QUEDAN-PERSONAS TO TRUE
002790     END-READ
002800     IF QUEDAN-PERSONAS
002810         AND PERSONA-CENTRO-COSTE NOT = CENTRO-EN-CURSO
002820         SET NO-QUEDAN-PERSONAS TO TRUE
002830     END-IF.
002840 4700-CONTAR-PERSONA.
002850     IF PERSONA-ACTIVA
002860         ADD 1 TO PERSONAS-ACTIVAS-CENTRO
002870         IF PRIMERA-PERSONA-ACTIVA = SPACE
002880             MOVE PERSONA-ID TO PRIMERA-PERSONA-ACTIVA
002890         END-IF
002900     END-IF
002910     PERFORM 4650-LEER-PERSONA-CENTRO.
002920 4900-REGRABAR-CENTRO.
002930     REWRITE CENTRO-REGISTRO
002940         INVALID KEY
002950             DISPLAY "No se pudo actualizar el centro "
002960                 CCO-CODIGO "; estado " FS-CENTROS
002970         NOT INVALID KEY
002980             DISPLAY "Centro " CCO-CODIGO " actualizado."
002990     END-REWRITE.
003000 2900-PREGUNTAR-OTRO.
003010     DISPLAY "Desea mantener otro centro (S/N)? "
003020     ACCEPT SI-NO
003030     IF SI-NO = "s"
003040         MOVE "S" TO SI-NO
003050     END-IF
003060     IF SI-NO NOT = "S"
003070         MOVE "N" TO SI-NO
003080     END-IF.
003090 9999-FIN.
003100     STOP RUN.
003110 END PROGRAM MANTENIMIENTO-CENTROS.
