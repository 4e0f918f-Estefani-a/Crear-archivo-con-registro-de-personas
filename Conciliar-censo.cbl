000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CONCILIAR-CENSO.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Cuadre mensual contra el censo completo que envia nomina
000120*  (NOMCENS).  Cada linea del censo trae, separados por ";",
000130*
000140*      id;apellidos;nombre;fecha de nacimiento;dependientes;
000150*
000160*  con la fecha en AAAAMMDD (vacia si no la tienen) y el numero
000170*  de dependientes que tienen cargados para esa persona.  Las
000180*  lineas en blanco se saltan; una linea sin id o con la fecha
000190*  o el numero de dependientes no numericos se cuenta como
000200*  erronea y se avisa por consola.
000210*
000220*  El censo se ordena por id (SORT sobre NOMCENSO) y se cruza
000230*  en secuencia con las personas activas de PERSDAT; los
000240*  dependientes se cuentan en PERSDEP.  El listado PERSCENS
000250*  sale en tres bloques, cada uno en su propia pasada del cruce:
000260*
000270*    - solo en nomina: ids del censo que no existen en PERSDAT
000280*      o que estan dados de baja, y los ids repetidos en el
000290*      censo;
000300*    - solo en PERSDAT: personas activas que nomina no tiene;
000310*    - diferencias de campo: apellidos, nombre, fecha de
000320*      nacimiento o numero de dependientes distintos, con
000330*      nuestro valor y el de nomina.
000340*
000350*  Solo lee: no toma sesion en PERSUSO.  Termina con codigo de
000360*  retorno 8 si hay algun descuadre o alguna linea erronea, si
000370*  falla la ordenacion (y entonces no se cruza nada) o si no se
000372*  puede leer NOMCENSO, y 0 si todo cuadra; anota inicio y fin
000374*  en PERSDIAR.
000380*
000390*  Modification history
000400*  ---------------------------------------------------------
000410*  2026-10-15  JAC  Programa nuevo.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL PERSONAS-ARCHIVO
000470         ASSIGN TO "PERSDAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PERSONA-ID
000510         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000520             WITH DUPLICATES
000530         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000540             WITH DUPLICATES
000550         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000560             SUPPRESS WHEN SPACES
000570         FILE STATUS IS FS-PERSONAS.
000580     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000590         ASSIGN TO "PERSDEP"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS DEP-CLAVE
000630         FILE STATUS IS FS-DEPENDIENTES.
000640     SELECT OPTIONAL CENSO-NOMINA
000650         ASSIGN TO "NOMCENS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-CENSO.
000680     SELECT CENSO-ORDENADO
000690         ASSIGN TO "NOMCENSO"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-ORDENADO.
000720     SELECT ORDENACION-CENSO
000730         ASSIGN TO "SORTWK1".
000740     SELECT OPTIONAL LISTADO-IMPRESION
000750         ASSIGN TO "PERSCENS"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-LISTADO.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PERSONAS-ARCHIVO.
000810 COPY PERSREG.
000820 FD  DEPENDIENTES-ARCHIVO.
000830 COPY DEPREG.
000840 FD  CENSO-NOMINA.
000850 01  LINEA-CENSO                 PIC X(120).
000860*-----------------------------------------------------------------
000870*  El censo ya ordenado, con los campos de la linea separados y
000880*  con el mismo formato que el registro de ordenacion.
000890*-----------------------------------------------------------------
000900 FD  CENSO-ORDENADO.
000910 01  CENSO-REGISTRO.
000920     05  CEN-PERSONA-ID          PIC X(06).
000930     05  CEN-APELLIDOS           PIC X(35).
000940     05  CEN-NOMBRE              PIC X(25).
000950     05  CEN-FECHA-NACIMIENTO    PIC 9(08).
000960     05  CEN-DEPENDIENTES        PIC 9(03).
000970 SD  ORDENACION-CENSO.
000980 01  ORDEN-REGISTRO.
000990     05  ORD-PERSONA-ID          PIC X(06).
001000     05  ORD-APELLIDOS           PIC X(35).
001010     05  ORD-NOMBRE              PIC X(25).
001020     05  ORD-FECHA-NACIMIENTO    PIC 9(08).
001030     05  ORD-DEPENDIENTES        PIC 9(03).
001040 FD  LISTADO-IMPRESION.
001050 01  LINEA-IMPRESION             PIC X(132).
001060 WORKING-STORAGE SECTION.
001070 01  FS-PERSONAS                 PIC X(02).
001080 01  FS-DEPENDIENTES             PIC X(02).
001090 01  FS-CENSO                    PIC X(02).
001100 01  FS-ORDENADO                 PIC X(02).
001110 01  FS-LISTADO                  PIC X(02).
001120 01  HAY-MAS-LINEAS              PIC X(01) VALUE "S".
001130     88  QUEDAN-LINEAS                    VALUE "S".
001140     88  NO-QUEDAN-LINEAS                 VALUE "N".
001150 01  HAY-MAS-DEPENDIENTES        PIC X(01) VALUE "S".
001160     88  QUEDAN-DEPENDIENTES              VALUE "S".
001170     88  NO-QUEDAN-DEPENDIENTES           VALUE "N".
001180 01  PASADA-EN-CURSO             PIC X(01).
001190     88  PASADA-SOLO-NOMINA               VALUE "N".
001200     88  PASADA-SOLO-PERSDAT              VALUE "P".
001210     88  PASADA-DIFERENCIAS               VALUE "D".
001220*-----------------------------------------------------------------
001230*  Claves del cruce; al acabar cada fichero su clave pasa a
001240*  HIGH-VALUE para que el otro se termine de recorrer.
001250*-----------------------------------------------------------------
001260 01  CLAVE-CENSO                 PIC X(06).
001270 01  CLAVE-PERSONA               PIC X(06).
001280 01  CENSO-ANTERIOR              PIC X(06).
001290*-----------------------------------------------------------------
001300*  Campos de la linea del censo antes de validarlos.
001310*-----------------------------------------------------------------
001320 01  LIN-PERSONA-ID              PIC X(06).
001330 01  LIN-APELLIDOS               PIC X(35).
001340 01  LIN-NOMBRE                  PIC X(25).
001350 01  LIN-FECHA                   PIC X(08).
001360 01  LIN-DEPENDIENTES            PIC X(03).
001370 01  LARGO-FECHA                 PIC 9(02) COMP.
001380 01  LARGO-DEPENDIENTES          PIC 9(02) COMP.
001390 01  SITUACION-LINEA             PIC X(01).
001400     88  LINEA-CORRECTA                   VALUE "S".
001410     88  LINEA-ERRONEA                    VALUE "N".
001420 01  DEPENDIENTES-PERSDAT        PIC 9(03).
001430 01  FECHA-DE-HOY                PIC 9(08).
001440*-----------------------------------------------------------------
001450*  Contadores del resumen y del diario.
001460*-----------------------------------------------------------------
001470 01  CONTADOR-LINEAS             PIC 9(05) COMP VALUE ZERO.
001480 01  CONTADOR-ERRONEAS           PIC 9(05) COMP VALUE ZERO.
001490 01  CONTADOR-SOLO-NOMINA        PIC 9(05) COMP VALUE ZERO.
001500 01  CONTADOR-SOLO-PERSDAT       PIC 9(05) COMP VALUE ZERO.
001510 01  CONTADOR-DIFERENCIAS        PIC 9(05) COMP VALUE ZERO.
001520 01  CONTADOR-PERSONAS-DIF       PIC 9(05) COMP VALUE ZERO.
001530 01  CONTADOR-CUADRADAS          PIC 9(05) COMP VALUE ZERO.
001532 01  CONTADOR-ERRORES-CENSO      PIC 9(05) COMP VALUE ZERO.
001534 01  ESTADO-CENSO-ORDENADO       PIC X(01) VALUE "N".
001536     88  CENSO-ORDENADO-ABIERTO           VALUE "S".
001538     88  CENSO-ORDENADO-CERRADO           VALUE "N".
001540 01  DIFERENCIAS-PERSONA         PIC 9(02) COMP.
001550 01  NUMERO-PAGINA               PIC 9(03) COMP VALUE ZERO.
001560 01  LINEAS-EN-PAGINA            PIC 9(02) COMP VALUE ZERO.
001570 01  MAXIMO-LINEAS-PAGINA        PIC 9(02) COMP VALUE 50.
001580 01  DIARIO-PROGRAMA PIC X(20) VALUE "CONCILIAR-CENSO".
001590 01  DIARIO-TIPO                 PIC X(01).
001600 01  DIARIO-RETORNO              PIC 9(04) VALUE ZERO.
001610 01  DIARIO-CONTADORES           PIC X(60).
001620 01  DIARIO-NUM-A                PIC 9(05).
001630 01  DIARIO-NUM-B                PIC 9(05).
001640 01  DIARIO-NUM-C                PIC 9(05).
001650 01  DIARIO-NUM-D                PIC 9(05).
001660 01  LINEA-CABECERA-1.
001670     05  FILLER                  PIC X(30)
001680         VALUE "CUADRE CON EL CENSO DE NOMINA".
001690     05  FILLER                  PIC X(07) VALUE "FECHA: ".
001700     05  CAB-FECHA               PIC 9999/99/99.
001710     05  FILLER                  PIC X(08) VALUE SPACE.
001720     05  FILLER                  PIC X(07) VALUE "PAGINA ".
001730     05  CAB-PAGINA              PIC ZZ9.
001740 01  LINEA-CABECERA-2.
001750     05  FILLER                  PIC X(08) VALUE "ID".
001760     05  FILLER                  PIC X(14) VALUE "CAMPO".
001770     05  FILLER                  PIC X(37) VALUE "PERSDAT".
001780     05  FILLER                  PIC X(37) VALUE "NOMINA".
001790     05  FILLER                  PIC X(20) VALUE "OBSERVACION".
001800 01  LINEA-BLOQUE                PIC X(60).
001810 01  LINEA-DETALLE.
001820     05  DET-ID                  PIC X(08).
001830     05  DET-CAMPO               PIC X(14).
001840     05  DET-PERSDAT             PIC X(37).
001850     05  DET-NOMINA              PIC X(37).
001860     05  DET-OBSERVACION         PIC X(20).
001870*-----------------------------------------------------------------
001880*  Fecha y numero de dependientes en formato de listado para
001890*  moverlos a las columnas de valor.
001900*-----------------------------------------------------------------
001910 01  VALOR-FECHA                 PIC 9999/99/99.
001920 01  VALOR-NUMERO                PIC ZZ9.
001930 01  LINEA-PIE.
001940     05  PIE-TEXTO               PIC X(40).
001950     05  PIE-TOTAL               PIC ZZZZZ9.
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 8000-ANOTAR-INICIO
001990     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
002000     IF FS-CENSO NOT = "00"
002010         DISPLAY "No se pudo abrir el censo de nomina NOMCENS; "
002020             "estado " FS-CENSO
002030         CLOSE PERSONAS-ARCHIVO
002040         CLOSE DEPENDIENTES-ARCHIVO
002050         MOVE 8 TO DIARIO-RETORNO
002060         MOVE 8 TO RETURN-CODE
002070         PERFORM 8100-ANOTAR-FIN
002080         GO TO 9999-FIN
002090     END-IF
002100     PERFORM 2000-ORDENAR-CENSO
002110     IF SORT-RETURN NOT = ZERO
002111         DISPLAY "AVISO: fallo la ordenacion del censo; no se "
002112             "hace el cruce."
002113         CLOSE PERSONAS-ARCHIVO
002114         CLOSE DEPENDIENTES-ARCHIVO
002115         MOVE 8 TO DIARIO-RETORNO
002116         MOVE 8 TO RETURN-CODE
002117         PERFORM 8100-ANOTAR-FIN
002118         GO TO 9999-FIN
002119     END-IF
002120     OPEN OUTPUT LISTADO-IMPRESION
002121     PERFORM 3000-LISTAR-SOLO-NOMINA
002130     PERFORM 4000-LISTAR-SOLO-PERSDAT
002140     PERFORM 5000-LISTAR-DIFERENCIAS
002150     PERFORM 6000-IMPRIMIR-PIE
002160     PERFORM 7000-PROCEDIMIENTO-DE-CIERRE
002170     IF CONTADOR-SOLO-NOMINA NOT = ZERO
002180         OR CONTADOR-SOLO-PERSDAT NOT = ZERO
002190         OR CONTADOR-DIFERENCIAS NOT = ZERO
002200         OR CONTADOR-ERRONEAS NOT = ZERO
002210         OR CONTADOR-ERRORES-CENSO NOT = ZERO
002212         MOVE 8 TO DIARIO-RETORNO
002220         MOVE 8 TO RETURN-CODE
002230     END-IF
002240     DISPLAY "Lineas del censo........: " CONTADOR-LINEAS
002250     DISPLAY "Lineas erroneas.........: " CONTADOR-ERRONEAS
002260     DISPLAY "Solo en nomina..........: " CONTADOR-SOLO-NOMINA
002270     DISPLAY "Solo en PERSDAT.........: " CONTADOR-SOLO-PERSDAT
002280     DISPLAY "Diferencias de campo....: " CONTADOR-DIFERENCIAS
002290     DISPLAY "Errores al leer NOMCENSO: " CONTADOR-ERRORES-CENSO
002292     PERFORM 8100-ANOTAR-FIN
002300     GO TO 9999-FIN.
002310 8000-ANOTAR-INICIO.
002320     MOVE "I" TO DIARIO-TIPO
002330     MOVE ZERO TO DIARIO-RETORNO
002340     MOVE SPACE TO DIARIO-CONTADORES
002350     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002360                                 DIARIO-TIPO
002370                                 DIARIO-RETORNO
002380                                 DIARIO-CONTADORES.
002390 8100-ANOTAR-FIN.
002400     MOVE "F" TO DIARIO-TIPO
002410     MOVE CONTADOR-LINEAS TO DIARIO-NUM-A
002420     MOVE CONTADOR-SOLO-NOMINA TO DIARIO-NUM-B
002430     MOVE CONTADOR-SOLO-PERSDAT TO DIARIO-NUM-C
002440     MOVE CONTADOR-DIFERENCIAS TO DIARIO-NUM-D
002450     MOVE SPACE TO DIARIO-CONTADORES
002460     STRING "CENSO=" DIARIO-NUM-A
002470         " SOLO-NOM=" DIARIO-NUM-B
002480         " SOLO-PERS=" DIARIO-NUM-C
002490         " DIFER=" DIARIO-NUM-D
002500         DELIMITED BY SIZE INTO DIARIO-CONTADORES
002510     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002520                                 DIARIO-TIPO
002530                                 DIARIO-RETORNO
002540                                 DIARIO-CONTADORES.
002550*-----------------------------------------------------------------
002560*  PERSDAT y PERSDEP solo se leen; si es la primera ejecucion
002570*  se crean vacios y se reabren.  Sin censo no hay cuadre.
002580*-----------------------------------------------------------------
002590 1000-PROCEDIMIENTO-DE-APERTURA.
002600     OPEN INPUT PERSONAS-ARCHIVO
002610     IF FS-PERSONAS = "35"
002620         OPEN OUTPUT PERSONAS-ARCHIVO
002630         CLOSE PERSONAS-ARCHIVO
002640         OPEN INPUT PERSONAS-ARCHIVO
002650     END-IF
002660     OPEN INPUT DEPENDIENTES-ARCHIVO
002670     IF FS-DEPENDIENTES = "35"
002680         OPEN OUTPUT DEPENDIENTES-ARCHIVO
002690         CLOSE DEPENDIENTES-ARCHIVO
002700         OPEN INPUT DEPENDIENTES-ARCHIVO
002710     END-IF
002720     OPEN INPUT CENSO-NOMINA
002730     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
002740 7000-PROCEDIMIENTO-DE-CIERRE.
002750     CLOSE PERSONAS-ARCHIVO
002760     CLOSE DEPENDIENTES-ARCHIVO
002770     CLOSE LISTADO-IMPRESION.
002780*-----------------------------------------------------------------
002790*  El censo llega en el orden que le conviene a nomina; se
002800*  separan los campos de cada linea y se ordena por id en
002810*  NOMCENSO, que las tres pasadas recorren despues.
002820*-----------------------------------------------------------------
002830 2000-ORDENAR-CENSO.
002840     SORT ORDENACION-CENSO
002850         ON ASCENDING KEY ORD-PERSONA-ID
002860         INPUT PROCEDURE IS 2100-SEPARAR-CENSO
002870         GIVING CENSO-ORDENADO.
002880 2100-SEPARAR-CENSO.
002890     SET QUEDAN-LINEAS TO TRUE
002900     PERFORM 2150-LEER-LINEA
002910     PERFORM 2200-ENTREGAR-LINEA
002920         UNTIL NO-QUEDAN-LINEAS
002930     CLOSE CENSO-NOMINA.
002940 2150-LEER-LINEA.
002950     READ CENSO-NOMINA
002960         AT END
002970             SET NO-QUEDAN-LINEAS TO TRUE
002980     END-READ.
002990 2200-ENTREGAR-LINEA.
003000     IF LINEA-CENSO NOT = SPACE
003010         ADD 1 TO CONTADOR-LINEAS
003020         PERFORM 2300-SEPARAR-CAMPOS
003030         IF LINEA-CORRECTA
003040             RELEASE ORDEN-REGISTRO
003050         ELSE
003060             ADD 1 TO CONTADOR-ERRONEAS
003070             DISPLAY "AVISO: linea " CONTADOR-LINEAS
003080                 " del censo erronea: " LINEA-CENSO (1:60)
003090         END-IF
003100     END-IF
003110     PERFORM 2150-LEER-LINEA.
003120 2300-SEPARAR-CAMPOS.
003130     MOVE SPACE TO LIN-PERSONA-ID LIN-APELLIDOS LIN-NOMBRE
003140                   LIN-FECHA LIN-DEPENDIENTES
003150     MOVE ZERO TO LARGO-FECHA LARGO-DEPENDIENTES
003160     UNSTRING LINEA-CENSO DELIMITED BY ";"
003170         INTO LIN-PERSONA-ID
003180              LIN-APELLIDOS
003190              LIN-NOMBRE
003200              LIN-FECHA COUNT IN LARGO-FECHA
003210              LIN-DEPENDIENTES COUNT IN LARGO-DEPENDIENTES
003220     SET LINEA-CORRECTA TO TRUE
003230     MOVE LIN-PERSONA-ID TO ORD-PERSONA-ID
003240     MOVE LIN-APELLIDOS TO ORD-APELLIDOS
003250     MOVE LIN-NOMBRE TO ORD-NOMBRE
003260     MOVE ZERO TO ORD-FECHA-NACIMIENTO ORD-DEPENDIENTES
003270     IF LIN-PERSONA-ID = SPACE
003280         SET LINEA-ERRONEA TO TRUE
003290     END-IF
003300     IF LARGO-FECHA NOT = ZERO
003310         IF LARGO-FECHA = 8 AND LIN-FECHA IS NUMERIC
003320             MOVE LIN-FECHA TO ORD-FECHA-NACIMIENTO
003330         ELSE
003340             SET LINEA-ERRONEA TO TRUE
003350         END-IF
003360     END-IF
003370     IF LARGO-DEPENDIENTES = ZERO OR LARGO-DEPENDIENTES > 3
003380         SET LINEA-ERRONEA TO TRUE
003390     ELSE
003400         IF LIN-DEPENDIENTES (1:LARGO-DEPENDIENTES) IS NUMERIC
003410             MOVE LIN-DEPENDIENTES (1:LARGO-DEPENDIENTES)
003420                 TO ORD-DEPENDIENTES
003430         ELSE
003440             SET LINEA-ERRONEA TO TRUE
003450         END-IF
003460     END-IF.
003470*-----------------------------------------------------------------
003480*  Primer bloque: lo que nomina tiene y nosotros no, o tenemos
003490*  dado de baja.  Un id repetido en el censo sale aqui tambien.
003500*-----------------------------------------------------------------
003510 3000-LISTAR-SOLO-NOMINA.
003520     SET PASADA-SOLO-NOMINA TO TRUE
003530     MOVE "SOLO EN NOMINA" TO LINEA-BLOQUE
003540     PERFORM 3500-CRUZAR-CENSO.
003550*-----------------------------------------------------------------
003560*  Cruce en secuencia del censo ordenado con PERSDAT por id.
003570*  Cada pasada hace el mismo recorrido y solo imprime y cuenta
003580*  lo de su bloque.
003590*-----------------------------------------------------------------
003600 3500-CRUZAR-CENSO.
003610     PERFORM 6050-ABRIR-BLOQUE
003620     MOVE SPACE TO CENSO-ANTERIOR CLAVE-CENSO
003630     OPEN INPUT CENSO-ORDENADO
003640     IF FS-ORDENADO = "00"
003641         SET CENSO-ORDENADO-ABIERTO TO TRUE
003642         PERFORM 3600-LEER-CENSO
003643     ELSE
003644         ADD 1 TO CONTADOR-ERRORES-CENSO
003645         DISPLAY "AVISO: no se pudo abrir NOMCENSO; estado "
003646             FS-ORDENADO
003647         MOVE HIGH-VALUE TO CLAVE-CENSO
003648     END-IF
003650     MOVE LOW-VALUE TO PERSONA-ID
003660     START PERSONAS-ARCHIVO
003670         KEY IS NOT LESS THAN PERSONA-ID
003680         INVALID KEY
003690             MOVE HIGH-VALUE TO CLAVE-PERSONA
003700         NOT INVALID KEY
003710             PERFORM 3650-LEER-PERSONA
003720     END-START
003730     PERFORM 3700-COMPARAR-CLAVES
003740         UNTIL CLAVE-CENSO = HIGH-VALUE
003750           AND CLAVE-PERSONA = HIGH-VALUE
003760     IF CENSO-ORDENADO-ABIERTO
003762         CLOSE CENSO-ORDENADO
003764         SET CENSO-ORDENADO-CERRADO TO TRUE
003766     END-IF.
003770 3600-LEER-CENSO.
003780     IF CLAVE-CENSO NOT = HIGH-VALUE
003790         MOVE CLAVE-CENSO TO CENSO-ANTERIOR
003800     END-IF
003810     READ CENSO-ORDENADO
003820         AT END
003830             MOVE HIGH-VALUE TO CLAVE-CENSO
003840         NOT AT END
003850             MOVE CEN-PERSONA-ID TO CLAVE-CENSO
003860     END-READ
003861*    Un error de lectura cierra el censo como si se acabara, para
003862*    que el cruce no se quede dando vueltas sobre la misma clave.
003863     IF FS-ORDENADO NOT = "00" AND FS-ORDENADO NOT = "10"
003864         ADD 1 TO CONTADOR-ERRORES-CENSO
003865         DISPLAY "AVISO: error al leer NOMCENSO; estado "
003866             FS-ORDENADO
003867         MOVE HIGH-VALUE TO CLAVE-CENSO
003868     END-IF.
003870 3650-LEER-PERSONA.
003880     READ PERSONAS-ARCHIVO NEXT RECORD
003890         AT END
003900             MOVE HIGH-VALUE TO CLAVE-PERSONA
003910         NOT AT END
003920             MOVE PERSONA-ID TO CLAVE-PERSONA
003930     END-READ.
003940 3700-COMPARAR-CLAVES.
003942     IF CLAVE-CENSO < CLAVE-PERSONA
003944         PERFORM 3750-SOLO-EN-CENSO
003946         PERFORM 3600-LEER-CENSO
003948     ELSE
003950         IF CLAVE-CENSO > CLAVE-PERSONA
003952             IF PERSONA-ACTIVA
003954                 PERFORM 4500-SOLO-EN-PERSDAT
003956             END-IF
003958             PERFORM 3650-LEER-PERSONA
003960         ELSE
003962             IF PERSONA-ACTIVA
003964                 PERFORM 5500-COMPARAR-CAMPOS
003966             ELSE
003968                 PERFORM 3750-SOLO-EN-CENSO
003970             END-IF
003972             PERFORM 3600-LEER-CENSO
003974             PERFORM 3650-LEER-PERSONA
003976         END-IF
003978     END-IF.
004130 3750-SOLO-EN-CENSO.
004140     IF PASADA-SOLO-NOMINA
004150         ADD 1 TO CONTADOR-SOLO-NOMINA
004160         MOVE CEN-PERSONA-ID TO DET-ID
004170         MOVE "APELLIDOS" TO DET-CAMPO
004180         MOVE SPACE TO DET-PERSDAT
004190         MOVE CEN-APELLIDOS TO DET-NOMINA
004192         IF CEN-PERSONA-ID = CENSO-ANTERIOR
004194             MOVE "REPETIDO EN CENSO" TO DET-OBSERVACION
004196         ELSE
004198             IF CLAVE-CENSO = CLAVE-PERSONA
004200                 MOVE PERSONA-APELLIDOS TO DET-PERSDAT
004202                 MOVE "BAJA EN PERSDAT" TO DET-OBSERVACION
004204             ELSE
004206                 MOVE "NO EXISTE EN PERSDAT" TO DET-OBSERVACION
004208             END-IF
004210         END-IF
004290         PERFORM 6200-IMPRIMIR-DETALLE
004300     END-IF.
004310*-----------------------------------------------------------------
004320*  Segundo bloque: personas activas que nomina no tiene.
004330*-----------------------------------------------------------------
004340 4000-LISTAR-SOLO-PERSDAT.
004350     SET PASADA-SOLO-PERSDAT TO TRUE
004360     MOVE "SOLO EN PERSDAT" TO LINEA-BLOQUE
004370     PERFORM 3500-CRUZAR-CENSO.
004380 4500-SOLO-EN-PERSDAT.
004390     IF PASADA-SOLO-PERSDAT
004400         ADD 1 TO CONTADOR-SOLO-PERSDAT
004410         MOVE PERSONA-ID TO DET-ID
004420         MOVE "APELLIDOS" TO DET-CAMPO
004430         MOVE PERSONA-APELLIDOS TO DET-PERSDAT
004440         MOVE SPACE TO DET-NOMINA
004450         MOVE "NO EXISTE EN NOMINA" TO DET-OBSERVACION
004460         PERFORM 6200-IMPRIMIR-DETALLE
004470     END-IF.
004480*-----------------------------------------------------------------
004490*  Tercer bloque: personas que estan en los dos sitios con
004500*  algun campo distinto; una linea por campo.
004510*-----------------------------------------------------------------
004520 5000-LISTAR-DIFERENCIAS.
004530     SET PASADA-DIFERENCIAS TO TRUE
004540     MOVE "DIFERENCIAS DE CAMPO" TO LINEA-BLOQUE
004550     PERFORM 3500-CRUZAR-CENSO.
004560 5500-COMPARAR-CAMPOS.
004570     IF PASADA-DIFERENCIAS
004580         MOVE ZERO TO DIFERENCIAS-PERSONA
004590         MOVE SPACE TO DET-OBSERVACION
004600         MOVE PERSONA-ID TO DET-ID
004610         IF PERSONA-APELLIDOS NOT = CEN-APELLIDOS
004620             MOVE "APELLIDOS" TO DET-CAMPO
004630             MOVE PERSONA-APELLIDOS TO DET-PERSDAT
004640             MOVE CEN-APELLIDOS TO DET-NOMINA
004650             PERFORM 5900-IMPRIMIR-DIFERENCIA
004660         END-IF
004670         IF PERSONA-NOMBRE NOT = CEN-NOMBRE
004680             MOVE "NOMBRE" TO DET-CAMPO
004690             MOVE PERSONA-NOMBRE TO DET-PERSDAT
004700             MOVE CEN-NOMBRE TO DET-NOMINA
004710             PERFORM 5900-IMPRIMIR-DIFERENCIA
004720         END-IF
004730         IF PERSONA-FECHA-NACIMIENTO NOT = CEN-FECHA-NACIMIENTO
004740             MOVE "FECHA-NAC" TO DET-CAMPO
004750             MOVE PERSONA-FECHA-NACIMIENTO TO VALOR-FECHA
004760             MOVE VALOR-FECHA TO DET-PERSDAT
004770             MOVE CEN-FECHA-NACIMIENTO TO VALOR-FECHA
004780             MOVE VALOR-FECHA TO DET-NOMINA
004790             PERFORM 5900-IMPRIMIR-DIFERENCIA
004800         END-IF
004810         PERFORM 5600-CONTAR-DEPENDIENTES
004820         IF DEPENDIENTES-PERSDAT NOT = CEN-DEPENDIENTES
004830             MOVE "DEPENDIENTES" TO DET-CAMPO
004840             MOVE DEPENDIENTES-PERSDAT TO VALOR-NUMERO
004850             MOVE VALOR-NUMERO TO DET-PERSDAT
004860             MOVE CEN-DEPENDIENTES TO VALOR-NUMERO
004870             MOVE VALOR-NUMERO TO DET-NOMINA
004880             PERFORM 5900-IMPRIMIR-DIFERENCIA
004890         END-IF
004900         IF DIFERENCIAS-PERSONA = ZERO
004910             ADD 1 TO CONTADOR-CUADRADAS
004920         ELSE
004930             ADD 1 TO CONTADOR-PERSONAS-DIF
004940         END-IF
004950     END-IF.
004960*-----------------------------------------------------------------
004970*  Dependientes de la persona en PERSDEP, vigentes o vencidos,
004980*  que son los que se le envian a nomina en la extraccion.
004990*-----------------------------------------------------------------
005000 5600-CONTAR-DEPENDIENTES.
005010     MOVE ZERO TO DEPENDIENTES-PERSDAT
005020     SET QUEDAN-DEPENDIENTES TO TRUE
005030     MOVE PERSONA-ID TO DEP-PERSONA-ID
005040     MOVE ZERO TO DEP-SECUENCIA
005050     START DEPENDIENTES-ARCHIVO
005060         KEY IS NOT LESS THAN DEP-CLAVE
005070         INVALID KEY
005080             SET NO-QUEDAN-DEPENDIENTES TO TRUE
005090     END-START
005100     IF QUEDAN-DEPENDIENTES
005110         PERFORM 5650-LEER-DEPENDIENTE
005120         PERFORM 5700-SUMAR-DEPENDIENTE
005130             UNTIL NO-QUEDAN-DEPENDIENTES
005140     END-IF.
005150 5650-LEER-DEPENDIENTE.
005160     READ DEPENDIENTES-ARCHIVO NEXT RECORD
005170         AT END
005180             SET NO-QUEDAN-DEPENDIENTES TO TRUE
005190     END-READ
005200     IF QUEDAN-DEPENDIENTES AND DEP-PERSONA-ID NOT = PERSONA-ID
005210         SET NO-QUEDAN-DEPENDIENTES TO TRUE
005220     END-IF.
005230 5700-SUMAR-DEPENDIENTE.
005240     ADD 1 TO DEPENDIENTES-PERSDAT
005250     PERFORM 5650-LEER-DEPENDIENTE.
005260 5900-IMPRIMIR-DIFERENCIA.
005270     ADD 1 TO CONTADOR-DIFERENCIAS
005280     ADD 1 TO DIFERENCIAS-PERSONA
005290     PERFORM 6200-IMPRIMIR-DETALLE.
005300 6050-ABRIR-BLOQUE.
005310     IF LINEAS-EN-PAGINA = ZERO
005320         PERFORM 6100-IMPRIMIR-CABECERA
005330     END-IF
005340     MOVE SPACE TO LINEA-IMPRESION
005350     WRITE LINEA-IMPRESION
005360     MOVE LINEA-BLOQUE TO LINEA-IMPRESION
005370     WRITE LINEA-IMPRESION
005380     MOVE SPACE TO LINEA-IMPRESION
005390     WRITE LINEA-IMPRESION
005400     ADD 3 TO LINEAS-EN-PAGINA.
005410 6000-IMPRIMIR-PIE.
005420     MOVE SPACE TO LINEA-IMPRESION
005430     WRITE LINEA-IMPRESION
005440     MOVE "LINEAS DEL CENSO.....................: "
005450         TO PIE-TEXTO
005460     MOVE CONTADOR-LINEAS TO PIE-TOTAL
005470     PERFORM 6300-ESCRIBIR-PIE
005480     MOVE "  DE ELLAS, ERRONEAS (NO CRUZADAS)...: "
005490         TO PIE-TEXTO
005500     MOVE CONTADOR-ERRONEAS TO PIE-TOTAL
005510     PERFORM 6300-ESCRIBIR-PIE
005520     MOVE "SOLO EN NOMINA.......................: "
005530         TO PIE-TEXTO
005540     MOVE CONTADOR-SOLO-NOMINA TO PIE-TOTAL
005550     PERFORM 6300-ESCRIBIR-PIE
005560     MOVE "SOLO EN PERSDAT......................: "
005570         TO PIE-TEXTO
005580     MOVE CONTADOR-SOLO-PERSDAT TO PIE-TOTAL
005590     PERFORM 6300-ESCRIBIR-PIE
005600     MOVE "PERSONAS CON DIFERENCIAS.............: "
005610         TO PIE-TEXTO
005620     MOVE CONTADOR-PERSONAS-DIF TO PIE-TOTAL
005630     PERFORM 6300-ESCRIBIR-PIE
005640     MOVE "  CAMPOS DISTINTOS...................: "
005650         TO PIE-TEXTO
005660     MOVE CONTADOR-DIFERENCIAS TO PIE-TOTAL
005670     PERFORM 6300-ESCRIBIR-PIE
005680     MOVE "PERSONAS QUE CUADRAN.................: "
005690         TO PIE-TEXTO
005700     MOVE CONTADOR-CUADRADAS TO PIE-TOTAL
005710     PERFORM 6300-ESCRIBIR-PIE.
005720 6100-IMPRIMIR-CABECERA.
005730     ADD 1 TO NUMERO-PAGINA
005740     MOVE FECHA-DE-HOY TO CAB-FECHA
005750     MOVE NUMERO-PAGINA TO CAB-PAGINA
005760     MOVE LINEA-CABECERA-1 TO LINEA-IMPRESION
005770     WRITE LINEA-IMPRESION
005780     MOVE LINEA-CABECERA-2 TO LINEA-IMPRESION
005790     WRITE LINEA-IMPRESION
005800     MOVE 2 TO LINEAS-EN-PAGINA.
005810 6200-IMPRIMIR-DETALLE.
005820     IF LINEAS-EN-PAGINA = ZERO
005830         PERFORM 6100-IMPRIMIR-CABECERA
005840     END-IF
005850     MOVE LINEA-DETALLE TO LINEA-IMPRESION
005860     WRITE LINEA-IMPRESION
005870     ADD 1 TO LINEAS-EN-PAGINA
005880     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
005890         MOVE ZERO TO LINEAS-EN-PAGINA
005900     END-IF.
005910 6300-ESCRIBIR-PIE.
005920     MOVE LINEA-PIE TO LINEA-IMPRESION
005930     WRITE LINEA-IMPRESION.
005940 9999-FIN.
005950     STOP RUN.
005960 END PROGRAM CONCILIAR-CENSO.
