000360*  2026-09-01  JAC  Subtotal de reincorporaciones ("R"), que
000370*                   graba CONSULTA-HISTORICO al reponer una
000380*                   persona depurada.
000382*  2026-10-15  JAC  Subtotal de anonimizaciones ("N"), que graba
000384*                   ANONIMIZAR-HISTORICO al vencer el plazo de
000386*                   conservacion de una persona depurada.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001540 01  CONTADOR-OP-BORRADOS        PIC 9(05) COMP VALUE ZERO.
001550 01  CONTADOR-OP-DEPURADOS       PIC 9(05) COMP VALUE ZERO.
001560 01  CONTADOR-OP-REINCORP        PIC 9(05) COMP VALUE ZERO.
001562 01  CONTADOR-OP-ANONIMIZ        PIC 9(05) COMP VALUE ZERO.
001570 01  CONTADOR-OP-OTRAS           PIC 9(05) COMP VALUE ZERO.
001580 01  LINEA-TOTAL-OPERACION.
001590     05  TOT-OPERACION-TEXTO     PIC X(26).
002600                     IF OPERACION-NORMALIZADA = "R"
002610                         ADD 1 TO CONTADOR-OP-REINCORP
002620                     ELSE
002630                         IF OPERACION-NORMALIZADA = "N"
002640                             ADD 1 TO CONTADOR-OP-ANONIMIZ
002642                         ELSE
002644                             ADD 1 TO CONTADOR-OP-OTRAS
002646                         END-IF
002648                     END-IF
002650                 END-IF
002660             END-IF
002670         END-IF
003320     MOVE "TOTAL REINCORPORACIONES.: " TO TOT-OPERACION-TEXTO
003330     MOVE CONTADOR-OP-REINCORP TO TOT-OPERACION-CONTADOR
003340     PERFORM 4090-ESCRIBIR-TOTAL-OPERACION
003342     MOVE "TOTAL ANONIMIZACIONES...: " TO TOT-OPERACION-TEXTO
003344     MOVE CONTADOR-OP-ANONIMIZ TO TOT-OPERACION-CONTADOR
003346     PERFORM 4090-ESCRIBIR-TOTAL-OPERACION
003350     IF CONTADOR-OP-OTRAS NOT = ZERO
003360         MOVE "TOTAL OTRAS OPERACIONES.: "
003370             TO TOT-OPERACION-TEXTO
