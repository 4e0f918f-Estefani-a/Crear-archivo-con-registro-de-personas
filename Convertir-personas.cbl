000340*  Modification history
000350*  ---------------------------------------------------------
000360*  2026-09-01  JAC  Programa nuevo.
000361*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000362*                   duplicados por PERSONA-CENTRO-COSTE, para los
000363*                   listados por centro y para saber si un centro
000364*                   tiene personas activas; todos los programas
000365*                   que abren el fichero declaran la misma clave.
000366*  2026-10-15  JAC  PERSREG crece a 123 bytes con PERSONA-CENTRO-
000367*                   COSTE al final; el area convertida y el
000368*                   historico nuevo se alargan y el centro queda
000369*                   en blanco.
000370*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000371*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000372*                   en blanco; todos los programas que abren el
000373*                   fichero declaran la misma clave.
000374*  2026-10-15  JAC  PERSREG crece a 132 bytes con PERSONA-
000375*                   DOCUMENTO; el area convertida y el historico
000376*                   nuevo se alargan, y el centro y el documento
000377*                   se dejan en blanco expresamente: el documento
000378*                   es clave unica que solo se suprime en blanco.
000379*  2026-10-15  JAC  La copia de trabajo de PERSREG renombra
000380*                   tambien la condicion nueva PERSONA-
000381*                   ANONIMIZADA, como las demas.
000382*****************************************************************
000383 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL DESCARGA-PERSONAS
000490         RECORD KEY IS PERSONA-ID
000500         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000510             WITH DUPLICATES
000512         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000514             WITH DUPLICATES
000516         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000518             SUPPRESS WHEN SPACES
000520         FILE STATUS IS FS-PERSONAS.
000530     SELECT OPTIONAL HISTORICO-ANTIGUO
000540         ASSIGN TO "PERSHIST"
000830 FD  HISTORICO-NUEVO.
000840 01  HISTORICO-REGISTRO-NVO.
000850     05  HNVO-FECHA-DEPURACION   PIC 9(08).
000860     05  HNVO-DATOS-PERSONA      PIC X(132).
000870 WORKING-STORAGE SECTION.
000880 01  FS-DESC-PERSONAS            PIC X(02).
000890 01  FS-PERSONAS                 PIC X(02).
001280     ==PERSONA-DIRECCION== BY ==NVW-DIRECCION==
001290     ==PERSONA-ESTADO== BY   ==NVW-ESTADO==
001300     ==PERSONA-ACTIVA== BY   ==NVW-ACTIVA==
001310     ==PERSONA-BORRADA== BY  ==NVW-BORRADA==
001311     ==PERSONA-ANONIMIZADA== BY ==NVW-ANONIMIZADA==
001312     ==PERSONA-CENTRO-COSTE== BY ==NVW-CENTRO-COSTE==
001314     ==PERSONA-DOCUMENTO== BY ==NVW-DOCUMENTO==.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
002080     MOVE ANTW-DIRECCION TO NVW-DIRECCION
002090     MOVE ANTW-ESTADO TO NVW-ESTADO
002100     MOVE ZERO TO NVW-FECHA-NACIMIENTO
002102     MOVE SPACE TO NVW-CENTRO-COSTE
002104     MOVE SPACE TO NVW-DOCUMENTO
002110     IF ANTW-EDAD IS NUMERIC AND ANTW-EDAD NOT = ZERO
002120         MOVE ZERO TO FECHA-DERIVADA
002130         COMPUTE DER-ANO = HOY-ANO - ANTW-EDAD
