000168*                   bytes; los ficheros grabados con el layout
000169*                   antiguo se convierten una sola vez con
000170*                   CONVERTIR-PERSONAS.
000171*  2026-10-15  JAC  Se anade PERSONA-CENTRO-COSTE, el centro de
000172*                   coste asignado (CCOSREG, fichero PERSCCOS).
000173*                   Va al final del registro, que pasa de 119 a
000174*                   123 bytes, para que las descargas de
000175*                   DESCARGAR-ARCHIVOS sigan valiendo:
000176*                   RECONSTRUIR-ARCHIVOS las recarga con el centro
000177*                   en blanco.
000178*  2026-10-15  JAC  Se anade PERSONA-DOCUMENTO, el DNI o NIE con
000179*                   su letra (validado con VALIDAR-DOCUMENTO). Es
000180*                   clave alternativa unica de PERSDAT que se
000181*                   suprime en blanco, para las personas grabadas
000182*                   antes que todavia no lo tienen. Va al final;
000183*                   el registro pasa de 123 a 132 bytes y las
000184*                   descargas anteriores se recargan con el
000185*                   documento en blanco.
000186*  2026-10-15  JAC  Estado "N", PERSONA-ANONIMIZADA: solo aparece
000187*                   en los historicos PERSHIST, cuando ANONIMIZAR-
000188*                   HISTORICO ha borrado los datos personales de
000189*                   una persona depurada hace mas del plazo de
000190*                   conservacion.
000191*****************************************************************
000192 01  PERSONAS-REGISTRO.
000193     05  PERSONA-ID              PIC X(06).
000200     05  PERSONA-NOMBRE          PIC X(25).
000210     05  PERSONA-APELLIDOS       PIC X(35).
000220     05  PERSONA-FECHA-NACIMIENTO PIC 9(08).
000250     05  PERSONA-ESTADO          PIC X(01).
000260         88  PERSONA-ACTIVA               VALUE "A".
000270         88  PERSONA-BORRADA              VALUE "B".
000272         88  PERSONA-ANONIMIZADA          VALUE "N".
000280     05  PERSONA-CENTRO-COSTE    PIC X(04).
000290     05  PERSONA-DOCUMENTO       PIC X(09).
