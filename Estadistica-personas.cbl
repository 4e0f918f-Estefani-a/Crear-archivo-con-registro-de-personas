000140*  Produce en PERSESTR una pagina de gestion con el recuento de
000150*  personas activas y borradas, la distribucion de PERSONA-EDAD
000160*  por tramos, el numero medio de dependientes por persona
000170*  activa y el desglose por parentesco.  Hasta ahora este
000180*  resumen trimestral se cocinaba a mano y costaba medio dia
000190*  de cada cierre.
000200*
000210*  Modification history
000220*  ---------------------------------------------------------
000237*                   CALCULAR-EDAD desde PERSONA-FECHA-NACIMIENTO;
000238*                   las personas sin fecha grabada salen en la
000239*                   rubrica SIN FECHA DE NACIMIENTO.
000240*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000241*                   duplicados por PERSONA-CENTRO-COSTE, para los
000242*                   listados por centro y para saber si un centro
000243*                   tiene personas activas; todos los programas
000244*                   que abren el fichero declaran la misma clave.
000245*  2026-10-15  JAC  Al arrancar se pregunta si se quiere la
000246*                   plantilla por centro de coste: en ese caso
000247*                   PERSDAT se recorre por la clave alternativa de
000248*                   centro y, antes de las rubricas generales,
000249*                   sale un bloque con una linea por centro
000250*                   (activas, borradas y dependientes de las
000251*                   activas) que se cierra en cada cambio de
000252*                   centro. La cabecera se imprime ahora al abrir
000253*                   el listado.
000254*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000255*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000256*                   en blanco; todos los programas que abren el
000257*                   fichero declaran la misma clave.
000258*  2026-10-15  JAC  El desglose por parentesco agrupa por DEP-
000259*                   PARENTESCO-COD, con la descripcion de la tabla
000260*                   PERSPARE, en vez de por el texto tecleado; los
000261*                   dependientes sin codificar salen juntos como
000262*                   SIN CODIFICAR.
000263*****************************************************************
000264 ENVIRONMENT DIVISION.
000265 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL PERSONAS-ARCHIVO
000290         ASSIGN TO "PERSDAT"
000320         RECORD KEY IS PERSONA-ID
000322         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000324             WITH DUPLICATES
000326         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000328             WITH DUPLICATES
000329         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000330             SUPPRESS WHEN SPACES
000331         FILE STATUS IS FS-PERSONAS.
000340     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000350         ASSIGN TO "PERSDEP"
000360         ORGANIZATION IS INDEXED
000640 01  CONTADOR-BORRADAS           PIC 9(05) COMP VALUE ZERO.
000650 01  CONTADOR-DEPENDIENTES       PIC 9(05) COMP VALUE ZERO.
000660 01  MEDIA-DEPENDIENTES          PIC 9(03)V99 VALUE ZERO.
000661*-----------------------------------------------------------------
000662*  Ruptura por centro de coste, a peticion del operador.
000663*-----------------------------------------------------------------
000664 01  RUPTURA-TECLEADA            PIC X(01).
000665 01  MODO-LISTADO                PIC X(01) VALUE "N".
000666     88  LISTADO-POR-CENTRO               VALUE "S".
000667     88  LISTADO-SIN-RUPTURA              VALUE "N".
000668 01  CENTRO-EN-CURSO             PIC X(04).
000669 01  HAY-CENTRO-ABIERTO          PIC X(01) VALUE "N".
000670     88  CENTRO-ABIERTO                   VALUE "S".
000671     88  NINGUN-CENTRO-ABIERTO            VALUE "N".
000672 01  CENTRO-ACTIVAS              PIC 9(05) COMP VALUE ZERO.
000673 01  CENTRO-BORRADAS             PIC 9(05) COMP VALUE ZERO.
000674 01  CENTRO-DEPENDIENTES         PIC 9(05) COMP VALUE ZERO.
000675 01  DESCRIPCION-CENTRO          PIC X(30).
000676 COPY CCOSFLAG.
000677*-----------------------------------------------------------------
000680*  Tramos de edad de la plantilla activa; el ultimo tramo
000690*  recoge de 66 en adelante.
000700*-----------------------------------------------------------------
000764 01  EDAD-AL-DIA                 PIC 9(03).
000766 COPY CALCFLAG.
000770*-----------------------------------------------------------------
000780*  Desglose por DEP-PARENTESCO-COD: los codigos distintos se van
000790*  acumulando con la descripcion de la tabla de parentescos que
000800*  lleva grabada el dependiente, igual que la tabla de
000802*  operadores de INFORME-AUDITORIA.  Los dependientes todavia
000804*  sin codificar se cuentan juntos en una sola rubrica.
000810*-----------------------------------------------------------------
000820 01  MAXIMO-PARENTESCOS          PIC 9(03) COMP VALUE 30.
000830 01  TOTAL-PARENTESCOS           PIC 9(03) COMP VALUE ZERO.
000870     88  PARENTESCO-NUEVO                 VALUE "N".
000880 01  TABLA-PARENTESCOS.
000890     05  ENTRADA-PARENTESCO OCCURS 30 TIMES.
000900         10  PAR-CODIGO          PIC X(02).
000902         10  PAR-NOMBRE          PIC X(15).
000910         10  PAR-CONTADOR        PIC 9(05) COMP.
000920 01  LINEA-CABECERA-1.
000930     05  FILLER                  PIC X(30)
001020         VALUE "MEDIA DE DEPENDIENTES POR PERSONA: ".
001030     05  MED-VALOR               PIC ZZ9.99.
001040 01  LINEA-SUBTITULO             PIC X(40).
001041 01  LINEA-CABECERA-CENTROS.
001042     05  FILLER                  PIC X(37) VALUE "  CENTRO".
001043     05  FILLER                  PIC X(10) VALUE "  ACTIVAS".
001044     05  FILLER                  PIC X(10) VALUE " BORRADAS".
001045     05  FILLER                  PIC X(14) VALUE "  DEPENDIENTES".
001046 01  LINEA-CENTRO.
001047     05  FILLER                  PIC X(02) VALUE SPACE.
001048     05  CEN-CODIGO              PIC X(05).
001049     05  CEN-DESCRIPCION         PIC X(30).
001050     05  FILLER                  PIC X(04) VALUE SPACE.
001051     05  CEN-ACTIVAS             PIC ZZZZ9.
001052     05  FILLER                  PIC X(04) VALUE SPACE.
001053     05  CEN-BORRADAS            PIC ZZZZ9.
001054     05  FILLER                  PIC X(08) VALUE SPACE.
001055     05  CEN-DEPENDIENTES        PIC ZZZZ9.
001056 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
001080     PERFORM 1500-PEDIR-CRITERIOS
001082     PERFORM 1600-IMPRIMIR-CABECERA
001084     PERFORM 2000-LEER-PRIMER-REGISTRO
001090     PERFORM 3000-ACUMULAR-PERSONA
001100         UNTIL NO-QUEDAN-REGISTROS
001110     PERFORM 4000-IMPRIMIR-INFORME
001300     CLOSE PERSONAS-ARCHIVO
001310     CLOSE DEPENDIENTES-ARCHIVO
001320     CLOSE LISTADO-IMPRESION.
001330 1500-PEDIR-CRITERIOS.
001340     MOVE SPACE TO RUPTURA-TECLEADA
001341     DISPLAY "Plantilla por centro de coste (S/N, ENTER = N): "
001342     ACCEPT RUPTURA-TECLEADA
001343     IF RUPTURA-TECLEADA = "S" OR RUPTURA-TECLEADA = "s"
001344         SET LISTADO-POR-CENTRO TO TRUE
001345     ELSE
001346         SET LISTADO-SIN-RUPTURA TO TRUE
001347     END-IF.
001348 1600-IMPRIMIR-CABECERA.
001349     MOVE FECHA-DE-HOY TO CAB-FECHA
001350     MOVE LINEA-CABECERA-1 TO LINEA-IMPRESION
001351     WRITE LINEA-IMPRESION
001352     MOVE SPACE TO LINEA-IMPRESION
001353     WRITE LINEA-IMPRESION
001354     IF LISTADO-POR-CENTRO
001355         MOVE "PLANTILLA POR CENTRO DE COSTE" TO LINEA-SUBTITULO
001356         MOVE LINEA-SUBTITULO TO LINEA-IMPRESION
001357         WRITE LINEA-IMPRESION
001358         MOVE LINEA-CABECERA-CENTROS TO LINEA-IMPRESION
001359         WRITE LINEA-IMPRESION
001360     END-IF.
001361*-----------------------------------------------------------------
001362*  Con ruptura se posiciona en la clave alternativa de centro y
001363*  el resto de lecturas siguen ese orden; los centros en blanco
001364*  quedan los primeros.
001365*-----------------------------------------------------------------
001366 2000-LEER-PRIMER-REGISTRO.
001367     IF LISTADO-POR-CENTRO
001368         MOVE LOW-VALUE TO PERSONA-CENTRO-COSTE
001369         START PERSONAS-ARCHIVO
001370             KEY IS NOT LESS THAN PERSONA-CENTRO-COSTE
001371             INVALID KEY
001372                 SET NO-QUEDAN-REGISTROS TO TRUE
001373         END-START
001374     END-IF
001375     IF QUEDAN-REGISTROS
001376         PERFORM 2900-LEER-SIGUIENTE
001377     END-IF.
001378 2900-LEER-SIGUIENTE.
001379     READ PERSONAS-ARCHIVO
001380         AT END
001381             SET NO-QUEDAN-REGISTROS TO TRUE
001390     END-READ.
001400 3000-ACUMULAR-PERSONA.
001410     IF LISTADO-POR-CENTRO
001420         AND (NINGUN-CENTRO-ABIERTO
001430             OR PERSONA-CENTRO-COSTE NOT = CENTRO-EN-CURSO)
001440         PERFORM 3600-CERRAR-CENTRO
001450         MOVE PERSONA-CENTRO-COSTE TO CENTRO-EN-CURSO
001460         SET CENTRO-ABIERTO TO TRUE
001470     END-IF
001471     IF PERSONA-ACTIVA
001472         ADD 1 TO CONTADOR-ACTIVAS
001473         ADD 1 TO CENTRO-ACTIVAS
001474         PERFORM 3100-ACUMULAR-TRAMO-EDAD
001475         PERFORM 3200-ACUMULAR-DEPENDIENTES
001476     ELSE
001477         ADD 1 TO CONTADOR-BORRADAS
001478         ADD 1 TO CENTRO-BORRADAS
001479     END-IF
001480     PERFORM 2900-LEER-SIGUIENTE.
001490 3100-ACUMULAR-TRAMO-EDAD.
001492     CALL "CALCULAR-EDAD" USING PERSONA-FECHA-NACIMIENTO
001930     END-IF.
001940 3300-ACUMULAR-DEPENDIENTE.
001950     ADD 1 TO CONTADOR-DEPENDIENTES
001952     ADD 1 TO CENTRO-DEPENDIENTES
001960     PERFORM 3400-ACUMULAR-PARENTESCO
001970     PERFORM 3250-LEER-DEPENDIENTE.
001980 3400-ACUMULAR-PARENTESCO.
002060     ELSE
002070         IF TOTAL-PARENTESCOS < MAXIMO-PARENTESCOS
002080             ADD 1 TO TOTAL-PARENTESCOS
002090             MOVE DEP-PARENTESCO-COD
002100                 TO PAR-CODIGO (TOTAL-PARENTESCOS)
002101             MOVE DEP-PARENTESCO
002102                 TO PAR-NOMBRE (TOTAL-PARENTESCOS)
002103             IF DEP-PARENTESCO-COD = SPACE
002104                 MOVE "SIN CODIFICAR"
002105                     TO PAR-NOMBRE (TOTAL-PARENTESCOS)
002106             END-IF
002110             MOVE 1 TO PAR-CONTADOR (TOTAL-PARENTESCOS)
002120         ELSE
002130             DISPLAY "AVISO: tabla de parentescos llena; el "
002160     END-IF.
002170 3450-BUSCAR-PARENTESCO.
002180     ADD 1 TO INDICE-PARENTESCO
002190     IF PAR-CODIGO (INDICE-PARENTESCO) = DEP-PARENTESCO-COD
002200         SET PARENTESCO-EN-TABLA TO TRUE
002210     END-IF.
002211*-----------------------------------------------------------------
002212*  Linea del centro que termina, con la descripcion de PERSCCOS;
002213*  las personas sin centro salen como SIN CENTRO.
002214*-----------------------------------------------------------------
002215 3600-CERRAR-CENTRO.
002216     IF CENTRO-ABIERTO
002217         IF CENTRO-EN-CURSO = SPACE
002218             MOVE "SIN CENTRO" TO DESCRIPCION-CENTRO
002219         ELSE
002220             CALL "VALIDAR-CENTRO" USING CENTRO-EN-CURSO
002221                                         DESCRIPCION-CENTRO
002222                                         CENTRO-VALIDO
002223             IF CENTRO-NO-EXISTE
002224                 MOVE "CENTRO NO DADO DE ALTA"
002225                     TO DESCRIPCION-CENTRO
002226             END-IF
002227         END-IF
002228         MOVE CENTRO-EN-CURSO TO CEN-CODIGO
002229         MOVE DESCRIPCION-CENTRO TO CEN-DESCRIPCION
002230         MOVE CENTRO-ACTIVAS TO CEN-ACTIVAS
002231         MOVE CENTRO-BORRADAS TO CEN-BORRADAS
002232         MOVE CENTRO-DEPENDIENTES TO CEN-DEPENDIENTES
002233         MOVE LINEA-CENTRO TO LINEA-IMPRESION
002234         WRITE LINEA-IMPRESION
002235     END-IF
002236     SET NINGUN-CENTRO-ABIERTO TO TRUE
002237     MOVE ZERO TO CENTRO-ACTIVAS
002238     MOVE ZERO TO CENTRO-BORRADAS
002239     MOVE ZERO TO CENTRO-DEPENDIENTES.
002240 4000-IMPRIMIR-INFORME.
002241     IF LISTADO-POR-CENTRO
002242         PERFORM 3600-CERRAR-CENTRO
002250         MOVE SPACE TO LINEA-IMPRESION
002260         WRITE LINEA-IMPRESION
002270     END-IF
002280     MOVE "PERSONAS ACTIVAS.................: "
002290         TO RUB-TEXTO
002300     MOVE CONTADOR-ACTIVAS TO RUB-VALOR
