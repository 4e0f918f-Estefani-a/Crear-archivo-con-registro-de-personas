000510*                   sesion de escritura en PERSUSO al arrancar y la
000520*                   libera al terminar; con sesiones interactivas
000530*                   abiertas no arranca y termina con retorno 8.
000531*  2026-10-15  JAC  Los movimientos laborales de PERSMOVL de cada
000532*                   persona depurada pasan tambien al historico
000533*                   PERSMOVH, con la fecha de depuracion delante
000534*                   como los dependientes, y se eliminan del
000535*                   fichero vivo.  El diario lleva su contador en
000536*                   MOV=.
000537*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000538*                   duplicados por PERSONA-CENTRO-COSTE, para los
000539*                   listados por centro y para saber si un centro
000540*                   tiene personas activas; todos los programas
000541*                   que abren el fichero declaran la misma clave.
000542*  2026-10-15  JAC  HIST-DATOS-PERSONA pasa de 119 a 123 bytes por
000543*                   PERSONA-CENTRO-COSTE; las lineas del historico
000544*                   grabadas antes se leen con el centro en
000545*                   blanco.
000546*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000547*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000548*                   en blanco; todos los programas que abren el
000549*                   fichero declaran la misma clave.
000550*  2026-10-15  JAC  HIST-DATOS-PERSONA pasa de 123 a 132 bytes por
000551*                   PERSONA-DOCUMENTO.
000552*  2026-10-15  JAC  HISTD-DATOS-DEP pasa de 62 a 65 bytes por DEP-
000553*                   PARENTESCO-COD y DEP-BENEFICIO.
000554*  2026-10-15  JAC  Cada grabacion, regrabacion o eliminacion en
000555*                   PERSDAT y PERSDEP deja ademas la imagen
000556*                   completa del registro en el diario PERSIMAG,
000557*                   via ANOTAR-IMAGEN, para poder recuperar hacia
000558*                   delante con RECUPERAR-ARCHIVOS.
000559*****************************************************************
000560 ENVIRONMENT DIVISION.
000561 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OPTIONAL PERSONAS-ARCHIVO
000590         ASSIGN TO "PERSDAT"
000620         RECORD KEY IS PERSONA-ID
000630         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000640             WITH DUPLICATES
000642         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000644             WITH DUPLICATES
000646         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000648             SUPPRESS WHEN SPACES
000650         FILE STATUS IS FS-PERSONAS.
000660     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000670         ASSIGN TO "PERSDEP"
000770         ASSIGN TO "PERSDEPH"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-HIST-DEP.
000791     SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
000792         ASSIGN TO "PERSMOVL"
000793         ORGANIZATION IS INDEXED
000794         ACCESS MODE IS DYNAMIC
000795         RECORD KEY IS MOV-CLAVE
000796         FILE STATUS IS FS-MOVIMIENTOS.
000797     SELECT OPTIONAL HISTORICO-MOVIMIENTOS
000798         ASSIGN TO "PERSMOVH"
000799         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-HIST-MOV.
000801     SELECT OPTIONAL AUDITORIA-ARCHIVO
000810         ASSIGN TO "PERSAUDT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-AUDITORIA.
000950 FD  HISTORICO-PERSONAS.
000960 01  HISTORICO-REGISTRO.
000970     05  HIST-FECHA-DEPURACION   PIC 9(08).
000980     05  HIST-DATOS-PERSONA      PIC X(132).
000990 FD  HISTORICO-DEPENDIENTES.
001000 01  HISTORICO-DEP-REGISTRO.
001010     05  HISTD-FECHA-DEPURACION  PIC 9(08).
001020     05  HISTD-DATOS-DEP         PIC X(65).
001021 FD  MOVIMIENTOS-ARCHIVO.
001022 COPY MOVLREG.
001023 FD  HISTORICO-MOVIMIENTOS.
001024 01  HISTORICO-MOV-REGISTRO.
001025     05  HISTM-FECHA-DEPURACION  PIC 9(08).
001026     05  HISTM-DATOS-MOV         PIC X(47).
001030 FD  AUDITORIA-ARCHIVO.
001040 COPY AUDITREG.
001050 WORKING-STORAGE SECTION.
001080 01  FS-HISTORICO                PIC X(02).
001090 01  FS-HIST-DEP                 PIC X(02).
001100 01  FS-AUDITORIA                PIC X(02).
001102 01  FS-MOVIMIENTOS              PIC X(02).
001104 01  FS-HIST-MOV                 PIC X(02).
001110 01  OPERADOR-TERMINAL           PIC X(20).
001120 01  FECHA-DE-HOY                PIC 9(08).
001130 01  PERSONA-EN-CURSO            PIC X(06).
001170 01  HAY-MAS-DEPENDIENTES        PIC X(01) VALUE "S".
001180     88  QUEDAN-DEPENDIENTES              VALUE "S".
001190     88  NO-QUEDAN-DEPENDIENTES           VALUE "N".
001192 01  HAY-MAS-MOVIMIENTOS         PIC X(01) VALUE "S".
001194     88  QUEDAN-MOVIMIENTOS               VALUE "S".
001196     88  NO-QUEDAN-MOVIMIENTOS            VALUE "N".
001200 01  CONTADOR-PER-ARCHIVADAS     PIC 9(05) COMP VALUE ZERO.
001210 01  CONTADOR-DEP-ARCHIVADOS     PIC 9(05) COMP VALUE ZERO.
001220 01  CONTADOR-PER-RETENIDAS      PIC 9(05) COMP VALUE ZERO.
001222 01  CONTADOR-MOV-ARCHIVADOS     PIC 9(05) COMP VALUE ZERO.
001230 01  DIARIO-PROGRAMA PIC X(20) VALUE "DEPURAR-PERSONAS".
001240 01  DIARIO-TIPO                 PIC X(01).
001250 01  DIARIO-RETORNO              PIC 9(04) VALUE ZERO.
001270 01  DIARIO-NUM-A                PIC 9(05).
001280 01  DIARIO-NUM-B                PIC 9(05).
001290 01  DIARIO-NUM-C                PIC 9(05).
001292 01  DIARIO-NUM-D                PIC 9(05).
001300 01  ACCION-DE-SESION            PIC X(01).
001310 COPY SESFLAG.
001312 COPY IMAGPARM.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 8000-ANOTAR-INICIO
001910     MOVE CONTADOR-PER-ARCHIVADAS TO DIARIO-NUM-A
001920     MOVE CONTADOR-DEP-ARCHIVADOS TO DIARIO-NUM-B
001930     MOVE CONTADOR-PER-RETENIDAS TO DIARIO-NUM-C
001940     MOVE CONTADOR-MOV-ARCHIVADOS TO DIARIO-NUM-D
001950     MOVE SPACE TO DIARIO-CONTADORES
001960     STRING "ARCHIVADAS=" DIARIO-NUM-A
001970         " DEPARCHIV=" DIARIO-NUM-B
001980         " RETENIDAS=" DIARIO-NUM-C
001982         " MOV=" DIARIO-NUM-D
001984         DELIMITED BY SIZE INTO DIARIO-CONTADORES
001990     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002000                                 DIARIO-TIPO
002010                                 DIARIO-RETORNO
002100     END-IF
002110     OPEN EXTEND HISTORICO-PERSONAS
002120     OPEN EXTEND HISTORICO-DEPENDIENTES
002121     OPEN I-O MOVIMIENTOS-ARCHIVO
002122     IF FS-MOVIMIENTOS = "35"
002123         OPEN OUTPUT MOVIMIENTOS-ARCHIVO
002124         CLOSE MOVIMIENTOS-ARCHIVO
002125         OPEN I-O MOVIMIENTOS-ARCHIVO
002126     END-IF
002127     OPEN EXTEND HISTORICO-MOVIMIENTOS
002130     OPEN EXTEND AUDITORIA-ARCHIVO
002140     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
002150 5000-PROCEDIMIENTO-DE-CIERRE.
002190     CLOSE DEPENDIENTES-ARCHIVO
002200     CLOSE HISTORICO-PERSONAS
002210     CLOSE HISTORICO-DEPENDIENTES
002220     CLOSE MOVIMIENTOS-ARCHIVO
002222     CLOSE HISTORICO-MOVIMIENTOS
002224     CLOSE AUDITORIA-ARCHIVO.
002230 2000-RECORRER-PERSONAS.
002240     SET QUEDAN-REGISTROS TO TRUE
002250     MOVE LOW-VALUE TO PERSONA-ID
002570     WRITE HISTORICO-REGISTRO
002580     MOVE PERSONA-ID TO PERSONA-EN-CURSO
002590     PERFORM 2400-ARCHIVAR-DEPENDIENTES
002600     PERFORM 2800-ARCHIVAR-MOVIMIENTOS
002602     DELETE PERSONAS-ARCHIVO
002610         INVALID KEY
002620             DISPLAY "No se pudo eliminar la persona "
002630                 PERSONA-EN-CURSO "; estado " FS-PERSONAS
002640         NOT INVALID KEY
002650             SET IMAGEN-DE-PERSONA TO TRUE
002660             MOVE HIST-DATOS-PERSONA TO IMAGEN-DATOS
002662             PERFORM 7900-LLAMAR-ANOTAR-IMAGEN
002664             PERFORM 2700-REGISTRAR-AUDITORIA
002666     END-DELETE
002670     ADD 1 TO CONTADOR-PER-ARCHIVADAS.
002680 2700-REGISTRAR-AUDITORIA.
002690     MOVE PERSONA-EN-CURSO TO AUD-PERSONA-ID
003050         INVALID KEY
003060             DISPLAY "No se pudo eliminar el dependiente "
003070                 DEP-CLAVE "; estado " FS-DEPENDIENTES
003080         NOT INVALID KEY
003082             SET IMAGEN-DE-DEPENDIENTE TO TRUE
003084             MOVE HISTD-DATOS-DEP TO IMAGEN-DATOS
003086             PERFORM 7900-LLAMAR-ANOTAR-IMAGEN
003088     END-DELETE
003090     ADD 1 TO CONTADOR-DEP-ARCHIVADOS
003100     PERFORM 2500-LEER-DEPENDIENTE.
003101*-----------------------------------------------------------------
003102*  Los movimientos laborales siguen el mismo camino que los
003103*  dependientes: al historico con la fecha de depuracion y
003104*  fuera del fichero vivo.
003105*-----------------------------------------------------------------
003106 2800-ARCHIVAR-MOVIMIENTOS.
003107     SET QUEDAN-MOVIMIENTOS TO TRUE
003108     MOVE PERSONA-EN-CURSO TO MOV-PERSONA-ID
003109     MOVE ZERO TO MOV-SECUENCIA
003110     START MOVIMIENTOS-ARCHIVO
003111         KEY IS NOT LESS THAN MOV-CLAVE
003112         INVALID KEY
003113             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
003114     END-START
003115     IF QUEDAN-MOVIMIENTOS
003116         PERFORM 2850-LEER-MOVIMIENTO
003117         PERFORM 2900-ARCHIVAR-MOVIMIENTO
003118             UNTIL NO-QUEDAN-MOVIMIENTOS
003119     END-IF.
003120 2850-LEER-MOVIMIENTO.
003121     READ MOVIMIENTOS-ARCHIVO NEXT RECORD
003122         AT END
003123             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
003124     END-READ
003125     IF QUEDAN-MOVIMIENTOS
003126         AND MOV-PERSONA-ID NOT = PERSONA-EN-CURSO
003127         SET NO-QUEDAN-MOVIMIENTOS TO TRUE
003128     END-IF.
003129 2900-ARCHIVAR-MOVIMIENTO.
003130     MOVE FECHA-DE-HOY TO HISTM-FECHA-DEPURACION
003131     MOVE MOVIMIENTO-REGISTRO TO HISTM-DATOS-MOV
003132     WRITE HISTORICO-MOV-REGISTRO
003133     DELETE MOVIMIENTOS-ARCHIVO
003134         INVALID KEY
003135             DISPLAY "No se pudo eliminar el movimiento "
003136                 MOV-CLAVE "; estado " FS-MOVIMIENTOS
003137     END-DELETE
003138     ADD 1 TO CONTADOR-MOV-ARCHIVADOS
003139     PERFORM 2850-LEER-MOVIMIENTO.
003140 4000-MOSTRAR-RESUMEN.
003141     DISPLAY "Personas archivadas al historico..: "
003142         CONTADOR-PER-ARCHIVADAS
003143     DISPLAY "Dependientes archivados...........: "
003150         CONTADOR-DEP-ARCHIVADOS
003160     DISPLAY "Personas activas retenidas........: "
003170         CONTADOR-PER-RETENIDAS
003172     DISPLAY "Movimientos laborales archivados..: "
003174         CONTADOR-MOV-ARCHIVADOS.
003175*-----------------------------------------------------------------
003176*  Imagen del registro eliminado para el diario PERSIMAG; se toma
003177*  de la copia que ya se llevo al historico.
003178*-----------------------------------------------------------------
003179 7900-LLAMAR-ANOTAR-IMAGEN.
003180     SET IMAGEN-ELIMINADA TO TRUE
003181     CALL "ANOTAR-IMAGEN" USING IMAGEN-TIPO
003182                                IMAGEN-OPERACION
003183                                IMAGEN-DATOS
003184                                OPERADOR-TERMINAL.
003185 9999-FIN.
003190     STOP RUN.
003200 END PROGRAM DEPURAR-PERSONAS.
