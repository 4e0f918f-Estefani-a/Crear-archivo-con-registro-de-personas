000170*  por consola y termina con codigo de retorno 8 si hay
000180*  cualquier incidencia, y 0 si la noche quedo limpia.
000190*
000200*  Se comprueba la cadena nocturna (EJECUTAR-CADENA, que la
000210*  dirige, DESCARGAR-ARCHIVOS, APLICAR-PENDIENTES, EXTRAER-
000211*  NOMINA y VERIFICAR-ARCHIVOS):
000212*  cada uno debe tener un inicio de anoche (de ayer o de hoy),
000220*  su fin correspondiente y codigo de retorno cero.  Cualquier
000230*  otro programa que haya corrido desde ayer (cargas,
000240*  depuraciones, reconstrucciones) sale tambien en el parte
000250*  con el mismo criterio.
000260*
000270*  Modification history
000280*  ---------------------------------------------------------
000290*  2026-09-01  JAC  Programa nuevo.
000292*  2026-10-15  JAC  APLICAR-PENDIENTES, que aplica los cambios
000294*                   programados con fecha efectiva antes de
000296*                   EXTRAER-NOMINA, pasa a ser de la cadena
000298*                   nocturna esperada.
000299*  2026-10-15  JAC  EJECUTAR-CADENA, que lanza la cadena nocturna
000300*                   desde el fichero de pasos PERSPASO, pasa a ser
000301*                   de la cadena esperada: si se para en un paso,
000302*                   su retorno 8 sale como incidencia.
000303*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000850*-----------------------------------------------------------------
000860 01  TABLA-ESPERADOS-LITERAL.
000870     05  FILLER PIC X(20) VALUE "DESCARGAR-ARCHIVOS".
000872     05  FILLER PIC X(20) VALUE "APLICAR-PENDIENTES".
000880     05  FILLER PIC X(20) VALUE "EXTRAER-NOMINA".
000890     05  FILLER PIC X(20) VALUE "VERIFICAR-ARCHIVOS".
000892     05  FILLER PIC X(20) VALUE "EJECUTAR-CADENA".
000900 01  TABLA-ESPERADOS REDEFINES TABLA-ESPERADOS-LITERAL.
000910     05  PROGRAMA-ESPERADO       PIC X(20) OCCURS 5 TIMES.
000920 01  INDICE-ESPERADO             PIC 9(03) COMP.
000930 01  ES-DE-LA-CADENA             PIC X(01).
000940     88  PROGRAMA-ESPERADO-SI             VALUE "S".
002190     DISPLAY " "
002200     MOVE ZERO TO INDICE-ESPERADO
002210     PERFORM 3100-REVISAR-ESPERADO
002220         UNTIL INDICE-ESPERADO NOT < 5.
002230 3100-REVISAR-ESPERADO.
002240     ADD 1 TO INDICE-ESPERADO
002250     SET EJECUCION-NUEVA TO TRUE
003030     MOVE ZERO TO INDICE-ESPERADO
003040     PERFORM 4250-COTEJAR-ESPERADO
003050         UNTIL PROGRAMA-ESPERADO-SI
003060             OR INDICE-ESPERADO NOT < 5.
003070 4250-COTEJAR-ESPERADO.
003080     ADD 1 TO INDICE-ESPERADO
003090     IF PROGRAMA-ESPERADO (INDICE-ESPERADO) =
