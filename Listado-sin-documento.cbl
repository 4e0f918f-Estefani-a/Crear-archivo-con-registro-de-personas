000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. LISTADO-SIN-DOCUMENTO.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Listado de las personas activas que todavia no tienen
000120*  grabado el documento de identidad (PERSONA-DOCUMENTO en
000130*  blanco), para ir completandolo por MANTENIMIENTO-PERSONAS.
000140*  Mismo recorrido y misma presentacion que LISTADO-PERSONAS,
000150*  con el centro de coste para repartir el trabajo entre los
000160*  responsables; sale en PERSSDOC.
000170*
000180*  Modification history
000190*  ---------------------------------------------------------
000200*  2026-10-15  JAC  Programa nuevo.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPTIONAL PERSONAS-ARCHIVO
000260         ASSIGN TO "PERSDAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS PERSONA-ID
000300         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000310             WITH DUPLICATES
000320         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000330             WITH DUPLICATES
000340         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000350             SUPPRESS WHEN SPACES
000360         FILE STATUS IS FS-PERSONAS.
000370     SELECT OPTIONAL LISTADO-IMPRESION
000380         ASSIGN TO "PERSSDOC"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-LISTADO.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PERSONAS-ARCHIVO.
000440 COPY PERSREG.
000450 FD  LISTADO-IMPRESION.
000460 01  LINEA-IMPRESION             PIC X(132).
000470 WORKING-STORAGE SECTION.
000480 01  FS-PERSONAS                 PIC X(02).
000490 01  FS-LISTADO                  PIC X(02).
000500 01  HAY-MAS-REGISTROS           PIC X(01) VALUE "S".
000510     88  QUEDAN-REGISTROS                 VALUE "S".
000520     88  NO-QUEDAN-REGISTROS              VALUE "N".
000530 01  CONTADOR-REGISTROS          PIC 9(05) COMP VALUE ZERO.
000540 01  NUMERO-PAGINA               PIC 9(03) COMP VALUE ZERO.
000550 01  LINEAS-EN-PAGINA            PIC 9(02) COMP VALUE ZERO.
000560 01  MAXIMO-LINEAS-PAGINA        PIC 9(02) COMP VALUE 50.
000570 01  FECHA-DE-HOY                PIC 9(08).
000580 01  LINEA-CABECERA-1.
000590     05  FILLER                  PIC X(30)
000600         VALUE "PERSONAS SIN DOCUMENTO".
000610     05  FILLER                  PIC X(07) VALUE "FECHA: ".
000620     05  CAB-FECHA               PIC 9999/99/99.
000630     05  FILLER                  PIC X(08) VALUE SPACE.
000640     05  FILLER                  PIC X(07) VALUE "PAGINA ".
000650     05  CAB-PAGINA              PIC ZZ9.
000660 01  LINEA-CABECERA-2.
000670     05  FILLER                  PIC X(08) VALUE "ID".
000680     05  FILLER                  PIC X(27) VALUE "NOMBRE".
000690     05  FILLER                  PIC X(37) VALUE "APELLIDOS".
000700     05  FILLER                  PIC X(11) VALUE "TELEFONO".
000710     05  FILLER                  PIC X(06) VALUE "CENTRO".
000720 01  LINEA-DETALLE.
000730     05  DET-ID                  PIC X(08).
000740     05  DET-NOMBRE              PIC X(27).
000750     05  DET-APELLIDOS           PIC X(37).
000760     05  DET-TELEFONO            PIC X(11).
000770     05  DET-CENTRO              PIC X(06).
000780 01  LINEA-PIE.
000790     05  FILLER                  PIC X(26)
000800         VALUE "TOTAL SIN DOCUMENTO: ".
000810     05  PIE-TOTAL               PIC ZZZZ9.
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000840     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
000850     PERFORM 2000-LEER-PRIMER-REGISTRO
000860     PERFORM 3000-PROCESAR-REGISTRO
000870         UNTIL NO-QUEDAN-REGISTROS
000880     PERFORM 4000-IMPRIMIR-PIE
000890     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
000900     GO TO 9999-FIN.
000910 1000-PROCEDIMIENTO-DE-APERTURA.
000920     OPEN INPUT PERSONAS-ARCHIVO
000930     IF FS-PERSONAS = "35"
000940         OPEN OUTPUT PERSONAS-ARCHIVO
000950         CLOSE PERSONAS-ARCHIVO
000960         OPEN INPUT PERSONAS-ARCHIVO
000970     END-IF
000980     OPEN OUTPUT LISTADO-IMPRESION
000990     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD.
001000 5000-PROCEDIMIENTO-DE-CIERRE.
001010     CLOSE PERSONAS-ARCHIVO
001020     CLOSE LISTADO-IMPRESION.
001030 2000-LEER-PRIMER-REGISTRO.
001040     PERFORM 2900-LEER-SIGUIENTE.
001050 3000-PROCESAR-REGISTRO.
001060     IF PERSONA-ACTIVA AND PERSONA-DOCUMENTO = SPACE
001070         IF LINEAS-EN-PAGINA = ZERO
001080             PERFORM 3100-IMPRIMIR-CABECERA
001090         END-IF
001100         PERFORM 3200-IMPRIMIR-DETALLE
001110         ADD 1 TO CONTADOR-REGISTROS
001120     END-IF
001130     PERFORM 2900-LEER-SIGUIENTE.
001140 3100-IMPRIMIR-CABECERA.
001150     ADD 1 TO NUMERO-PAGINA
001160     MOVE FECHA-DE-HOY TO CAB-FECHA
001170     MOVE NUMERO-PAGINA TO CAB-PAGINA
001180     MOVE LINEA-CABECERA-1 TO LINEA-IMPRESION
001190     WRITE LINEA-IMPRESION
001200     MOVE LINEA-CABECERA-2 TO LINEA-IMPRESION
001210     WRITE LINEA-IMPRESION
001220     MOVE SPACE TO LINEA-IMPRESION
001230     WRITE LINEA-IMPRESION
001240     MOVE 3 TO LINEAS-EN-PAGINA.
001250 3200-IMPRIMIR-DETALLE.
001260     MOVE PERSONA-ID TO DET-ID
001270     MOVE PERSONA-NOMBRE TO DET-NOMBRE
001280     MOVE PERSONA-APELLIDOS TO DET-APELLIDOS
001290     MOVE PERSONA-TELEFONO TO DET-TELEFONO
001300     MOVE PERSONA-CENTRO-COSTE TO DET-CENTRO
001310     MOVE LINEA-DETALLE TO LINEA-IMPRESION
001320     WRITE LINEA-IMPRESION
001330     ADD 1 TO LINEAS-EN-PAGINA
001340     IF LINEAS-EN-PAGINA >= MAXIMO-LINEAS-PAGINA
001350         MOVE ZERO TO LINEAS-EN-PAGINA
001360     END-IF.
001370 2900-LEER-SIGUIENTE.
001380     READ PERSONAS-ARCHIVO
001390         AT END
001400             SET NO-QUEDAN-REGISTROS TO TRUE
001410     END-READ.
001420 4000-IMPRIMIR-PIE.
001430     MOVE SPACE TO LINEA-IMPRESION
001440     WRITE LINEA-IMPRESION
001450     MOVE CONTADOR-REGISTROS TO PIE-TOTAL
001460     MOVE LINEA-PIE TO LINEA-IMPRESION
001470     WRITE LINEA-IMPRESION.
001480 9999-FIN.
001490     STOP RUN.
001500 END PROGRAM LISTADO-SIN-DOCUMENTO.
