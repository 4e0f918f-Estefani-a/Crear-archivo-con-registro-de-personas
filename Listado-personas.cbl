000370*  2026-09-01  JAC  La columna EDAD sale calculada al dia con
000380*                   CALCULAR-EDAD desde PERSONA-FECHA-NACIMIENTO;
000390*                   N/D si la fecha no esta grabada.
000391*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000392*                   duplicados por PERSONA-CENTRO-COSTE, para los
000393*                   listados por centro y para saber si un centro
000394*                   tiene personas activas; todos los programas
000395*                   que abren el fichero declaran la misma clave.
000396*  2026-10-15  JAC  Columna CENTRO con PERSONA-CENTRO-COSTE. Al
000397*                   arrancar se pregunta si se quiere el listado
000398*                   con ruptura por centro: en ese caso se recorre
000399*                   PERSDAT por la clave alternativa de centro,
000400*                   cada centro abre con su codigo y descripcion
000401*                   (VALIDAR-CENTRO) y cierra con su subtotal de
000402*                   personas; las que no tienen centro salen
000403*                   primero bajo SIN CENTRO.
000404*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000405*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000406*                   en blanco; todos los programas que abren el
000407*                   fichero declaran la misma clave.
000408*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000480         RECORD KEY IS PERSONA-ID
000490         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000500             WITH DUPLICATES
000502         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000504             WITH DUPLICATES
000506         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000508             SUPPRESS WHEN SPACES
000510         FILE STATUS IS FS-PERSONAS.
000520     SELECT OPTIONAL LISTADO-IMPRESION
000530         ASSIGN TO "PERSRPT"
000720 01  FECHA-DE-HOY                PIC 9(08).
000730 01  EDAD-AL-DIA                 PIC 9(03).
000740 COPY CALCFLAG.
000741 01  RUPTURA-TECLEADA            PIC X(01).
000742 01  MODO-LISTADO                PIC X(01) VALUE "N".
000743     88  LISTADO-POR-CENTRO               VALUE "S".
000744     88  LISTADO-SIN-RUPTURA              VALUE "N".
000745 01  CENTRO-EN-CURSO             PIC X(04).
000746 01  HAY-CENTRO-ABIERTO          PIC X(01) VALUE "N".
000747     88  CENTRO-ABIERTO                   VALUE "S".
000748     88  NINGUN-CENTRO-ABIERTO            VALUE "N".
000749 01  CONTADOR-CENTRO             PIC 9(05) COMP VALUE ZERO.
000750 01  DESCRIPCION-CENTRO          PIC X(30).
000751 COPY CCOSFLAG.
000752 01  LINEA-CABECERA-1.
000760     05  FILLER                  PIC X(20)
000770         VALUE "LISTADO DE PERSONAS".
000780     05  FILLER                  PIC X(10) VALUE SPACE.
000880     05  FILLER                  PIC X(06) VALUE "EDAD".
000890     05  FILLER                  PIC X(11) VALUE "TELEFONO".
000900     05  FILLER                  PIC X(37) VALUE "DIRECCION".
000902     05  FILLER                  PIC X(06) VALUE "CENTRO".
000910 01  LINEA-DETALLE.
000920     05  DET-ID                  PIC X(08).
000930     05  DET-NOMBRE              PIC X(27).
000950     05  DET-EDAD                PIC X(06).
000960     05  DET-TELEFONO            PIC X(11).
000970     05  DET-DIRECCION           PIC X(37).
000972     05  DET-CENTRO              PIC X(06).
000980 01  LINEA-PIE.
000990     05  FILLER                  PIC X(20)
001000         VALUE "TOTAL DE REGISTROS: ".
001010     05  PIE-TOTAL               PIC ZZZZ9.
001011 01  LINEA-CENTRO.
001012     05  FILLER                  PIC X(08) VALUE "CENTRO: ".
001013     05  CEN-CODIGO              PIC X(06).
001014     05  CEN-DESCRIPCION         PIC X(30).
001015 01  LINEA-SUBTOTAL-CENTRO.
001016     05  FILLER                  PIC X(20)
001017         VALUE "  TOTAL DEL CENTRO ".
001018     05  SUB-CODIGO              PIC X(06).
001019     05  SUB-TOTAL               PIC ZZZZ9.
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
001050     PERFORM 1500-PEDIR-CRITERIOS
001052     PERFORM 2000-LEER-PRIMER-REGISTRO
001060     PERFORM 3000-PROCESAR-REGISTRO
001070         UNTIL NO-QUEDAN-REGISTROS
001080     PERFORM 4000-IMPRIMIR-PIE
001200 5000-PROCEDIMIENTO-DE-CIERRE.
001210     CLOSE PERSONAS-ARCHIVO
001220     CLOSE LISTADO-IMPRESION.
001230 1500-PEDIR-CRITERIOS.
001240     MOVE SPACE TO RUPTURA-TECLEADA
001241     DISPLAY "Listado con ruptura por centro de coste "
001242         "(S/N, ENTER = N): "
001243     ACCEPT RUPTURA-TECLEADA
001244     IF RUPTURA-TECLEADA = "S" OR RUPTURA-TECLEADA = "s"
001245         SET LISTADO-POR-CENTRO TO TRUE
001246     ELSE
001247         SET LISTADO-SIN-RUPTURA TO TRUE
001248     END-IF.
001249*-----------------------------------------------------------------
001250*  Con ruptura se posiciona en la clave alternativa de centro y
001251*  el resto de lecturas siguen ese orden; los centros en blanco
001252*  quedan los primeros.
001253*-----------------------------------------------------------------
001254 2000-LEER-PRIMER-REGISTRO.
001255     IF LISTADO-POR-CENTRO
001256         MOVE LOW-VALUE TO PERSONA-CENTRO-COSTE
001257         START PERSONAS-ARCHIVO
001258             KEY IS NOT LESS THAN PERSONA-CENTRO-COSTE
001259             INVALID KEY
001260                 SET NO-QUEDAN-REGISTROS TO TRUE
001261         END-START
001262     END-IF
001263     IF QUEDAN-REGISTROS
001264         PERFORM 2900-LEER-SIGUIENTE
001265     END-IF.
001266 3000-PROCESAR-REGISTRO.
001267     IF PERSONA-ACTIVA
001270         IF LISTADO-POR-CENTRO
001280             AND (NINGUN-CENTRO-ABIERTO
001290                 OR PERSONA-CENTRO-COSTE NOT = CENTRO-EN-CURSO)
001300             PERFORM 3300-CERRAR-CENTRO
001310             PERFORM 3400-ABRIR-CENTRO
001311         END-IF
001312         IF LINEAS-EN-PAGINA = ZERO
001313             PERFORM 3100-IMPRIMIR-CABECERA
001314         END-IF
001315         PERFORM 3200-IMPRIMIR-DETALLE
001316         ADD 1 TO CONTADOR-REGISTROS
001317         ADD 1 TO CONTADOR-CENTRO
001320     END-IF
001330     PERFORM 2900-LEER-SIGUIENTE.
001340 3100-IMPRIMIR-CABECERA.
001560     END-IF
001570     MOVE PERSONA-TELEFONO TO DET-TELEFONO
001580     MOVE PERSONA-DIRECCION TO DET-DIRECCION
001590     MOVE PERSONA-CENTRO-COSTE TO DET-CENTRO
001592     MOVE LINEA-DETALLE TO LINEA-IMPRESION
001600     WRITE LINEA-IMPRESION
001610     ADD 1 TO LINEAS-EN-PAGINA
001620     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
001630         MOVE ZERO TO LINEAS-EN-PAGINA
001640     END-IF.
001641*-----------------------------------------------------------------
001642*  Ruptura por centro: el subtotal del centro anterior y la
001643*  cabecera del nuevo, con la descripcion de PERSCCOS.
001644*-----------------------------------------------------------------
001645 3300-CERRAR-CENTRO.
001646     IF CENTRO-ABIERTO
001647         MOVE CENTRO-EN-CURSO TO SUB-CODIGO
001648         MOVE CONTADOR-CENTRO TO SUB-TOTAL
001649         MOVE LINEA-SUBTOTAL-CENTRO TO LINEA-IMPRESION
001650         WRITE LINEA-IMPRESION
001651         MOVE SPACE TO LINEA-IMPRESION
001652         WRITE LINEA-IMPRESION
001653         ADD 2 TO LINEAS-EN-PAGINA
001654         PERFORM 3500-CONTROLAR-PAGINA
001655     END-IF
001656     SET NINGUN-CENTRO-ABIERTO TO TRUE
001657     MOVE ZERO TO CONTADOR-CENTRO.
001658 3400-ABRIR-CENTRO.
001659     MOVE PERSONA-CENTRO-COSTE TO CENTRO-EN-CURSO
001660     SET CENTRO-ABIERTO TO TRUE
001661     IF CENTRO-EN-CURSO = SPACE
001662         MOVE "SIN CENTRO" TO DESCRIPCION-CENTRO
001663     ELSE
001664         CALL "VALIDAR-CENTRO" USING CENTRO-EN-CURSO
001665                                     DESCRIPCION-CENTRO
001666                                     CENTRO-VALIDO
001667         IF CENTRO-NO-EXISTE
001668             MOVE "CENTRO NO DADO DE ALTA" TO DESCRIPCION-CENTRO
001669         END-IF
001670     END-IF
001671     IF LINEAS-EN-PAGINA = ZERO
001672         PERFORM 3100-IMPRIMIR-CABECERA
001673     END-IF
001674     MOVE CENTRO-EN-CURSO TO CEN-CODIGO
001675     MOVE DESCRIPCION-CENTRO TO CEN-DESCRIPCION
001676     MOVE LINEA-CENTRO TO LINEA-IMPRESION
001677     WRITE LINEA-IMPRESION
001678     ADD 1 TO LINEAS-EN-PAGINA
001679     PERFORM 3500-CONTROLAR-PAGINA.
001680 3500-CONTROLAR-PAGINA.
001681     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
001682         MOVE ZERO TO LINEAS-EN-PAGINA
001683     END-IF.
001684 2900-LEER-SIGUIENTE.
001685     READ PERSONAS-ARCHIVO
001686         AT END
001687             SET NO-QUEDAN-REGISTROS TO TRUE
001690     END-READ.
001700 4000-IMPRIMIR-PIE.
001710     IF LISTADO-POR-CENTRO
001712         PERFORM 3300-CERRAR-CENTRO
001714     END-IF
001716     MOVE SPACE TO LINEA-IMPRESION
001720     WRITE LINEA-IMPRESION
001730     MOVE CONTADOR-REGISTROS TO PIE-TOTAL
001740     MOVE LINEA-PIE TO LINEA-IMPRESION
