000310*  Modification history
000320*  ---------------------------------------------------------
000330*  2026-09-01  JAC  Programa nuevo.
000332*  2026-10-15  JAC  Opcion 7, mantenimiento de centros de coste
000334*                   (MANTENIMIENTO-CENTROS), para los perfiles que
000336*                   pueden mantener.
000337*  2026-10-15  JAC  Opcion 8, mantenimiento de la tabla de
000338*                   parentescos (MANTENIMIENTO-PARENTESCOS), para
000339*                   los perfiles que pueden mantener.
000340*  2026-10-15  JAC  Opcion 9, consulta y anulacion de los cambios
000341*                   programados con fecha efectiva (CONSULTA-
000342*                   PENDIENTES), con el permiso de mantener.
000343*  2026-10-15  JAC  Opciones R, informe de derecho de acceso de
000344*                   una persona (INFORME-RGPD), y A, anonimizacion
000345*                   de los historicos con el plazo de conservacion
000346*                   vencido (ANONIMIZAR-HISTORICO), con el permiso
000347*                   de depurar.
000348*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
001560         DISPLAY "3. Mantenimiento de personas"
001570         DISPLAY "4. Mantenimiento de dependientes"
001580         DISPLAY "5. Consulta del historico y reincorporacion"
001582         DISPLAY "7. Mantenimiento de centros de coste"
001584         DISPLAY "8. Mantenimiento de parentescos"
001586         DISPLAY "9. Cambios programados (consulta y anulacion)"
001590     END-IF
001600     IF PUEDE-DEPURAR
001610         DISPLAY "6. Depuracion fisica de borrados"
001612         DISPLAY "R. Informe RGPD de derecho de acceso"
001614         DISPLAY "A. Anonimizacion de historicos vencidos"
001620     END-IF
001630     DISPLAY "0. Salir"
001640     DISPLAY "Opcion: "
001650     MOVE SPACE TO OPCION-TECLEADA
001660     ACCEPT OPCION-TECLEADA
001661     IF OPCION-TECLEADA = "r"
001662         MOVE "R" TO OPCION-TECLEADA
001663     END-IF
001664     IF OPCION-TECLEADA = "a"
001665         MOVE "A" TO OPCION-TECLEADA
001666     END-IF
001670     PERFORM 3200-RESOLVER-OPCION
001680     IF OPCION-NO-VALIDA
001690         DISPLAY "Opcion no valida o no permitida por su "
001960     IF OPCION-TECLEADA = "6" AND PUEDE-DEPURAR
001970         MOVE "DEPURAR-PERSONAS" TO PROGRAMA-ELEGIDO
001980         SET OPCION-VALIDA TO TRUE
001990     END-IF
001992     IF OPCION-TECLEADA = "7" AND PUEDE-MANTENER
001994         MOVE "MANTENIMIENTO-CENTROS" TO PROGRAMA-ELEGIDO
001996         SET OPCION-VALIDA TO TRUE
001998     END-IF
001999     IF OPCION-TECLEADA = "8" AND PUEDE-MANTENER
002000         MOVE "MANTENIMIENTO-PARENTESCOS" TO PROGRAMA-ELEGIDO
002001         SET OPCION-VALIDA TO TRUE
002002     END-IF
002003     IF OPCION-TECLEADA = "9" AND PUEDE-MANTENER
002004         MOVE "CONSULTA-PENDIENTES" TO PROGRAMA-ELEGIDO
002005         SET OPCION-VALIDA TO TRUE
002006     END-IF
002007     IF OPCION-TECLEADA = "R" AND PUEDE-DEPURAR
002008         MOVE "INFORME-RGPD" TO PROGRAMA-ELEGIDO
002009         SET OPCION-VALIDA TO TRUE
002010     END-IF
002011     IF OPCION-TECLEADA = "A" AND PUEDE-DEPURAR
002012         MOVE "ANONIMIZAR-HISTORICO" TO PROGRAMA-ELEGIDO
002013         SET OPCION-VALIDA TO TRUE
002014     END-IF.
002015*-----------------------------------------------------------------
002016*  El codigo identificado se deja en la variable de entorno
002020*  OPERADOR, que los programas recogen antes de caer al USER de
002030*  la terminal; el CALL encadena al programa elegido, que
002040*  termina la ejecucion con su propio STOP RUN.
