000212*  2026-09-01  JAC  Operacion "R": reincorporacion de una persona
000214*                   depurada desde los historicos PERSHIST y
000216*                   PERSDEPH (ver CONSULTA-HISTORICO).
000217*  2026-10-15  JAC  Operacion "N": anonimizacion de una persona
000218*                   depurada en los historicos PERSHIST y PERSDEPH
000219*                   al vencer el plazo de conservacion (ver
000220*                   ANONIMIZAR-HISTORICO).
000221*****************************************************************
000230 01  AUDITORIA-REGISTRO.
000240     05  AUD-PERSONA-ID          PIC X(06).
000250     05  AUD-FECHA               PIC 9(08).
000310         88  AUD-OP-BORRADO               VALUE "B".
000320         88  AUD-OP-DEPURACION            VALUE "D".
000322         88  AUD-OP-REINCORPORACION       VALUE "R".
000324         88  AUD-OP-ANONIMIZACION         VALUE "N".
000330     05  AUD-CAMPO               PIC X(12).
000340     05  AUD-VALOR-ANTERIOR      PIC X(35).
