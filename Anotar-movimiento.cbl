000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ANOTAR-MOVIMIENTO.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Graba un movimiento laboral (ingreso, baja o reingreso) de
000120*  una persona en MOVIMIENTOS-ARCHIVO (PERSMOVL, copybook
000130*  MOVLREG) con la siguiente MOV-SECUENCIA libre de esa
000140*  persona, la fecha de grabacion y el operador.  Se aisla en
000150*  un subprograma al estilo de ANOTAR-DIARIO porque el alta
000160*  interactiva, la carga por lotes, el borrado de
000170*  MANTENIMIENTO-PERSONAS y la reincorporacion de
000180*  CONSULTA-HISTORICO tienen que dejar exactamente el mismo
000190*  rastro; abre y cierra el fichero en cada llamada.
000200*
000210*  Si no se puede grabar se avisa por consola y el llamante
000220*  sigue: el movimiento no debe impedir el alta ni la baja.
000230*
000240*  Modification history
000250*  ---------------------------------------------------------
000260*  2026-10-15  JAC  Programa nuevo.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
000320         ASSIGN TO "PERSMOVL"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS MOV-CLAVE
000360         FILE STATUS IS FS-MOVIMIENTOS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  MOVIMIENTOS-ARCHIVO.
000400 COPY MOVLREG.
000410 WORKING-STORAGE SECTION.
000420 01  FS-MOVIMIENTOS              PIC X(02).
000430 01  ULTIMA-SECUENCIA            PIC 9(03) VALUE ZERO.
000440 01  HAY-MAS-MOVIMIENTOS         PIC X(01).
000450     88  QUEDAN-MOVIMIENTOS               VALUE "S".
000460     88  NO-QUEDAN-MOVIMIENTOS            VALUE "N".
000470 LINKAGE SECTION.
000480 01  PERSONA-DEL-MOVIMIENTO      PIC X(06).
000490 01  TIPO-DEL-MOVIMIENTO         PIC X(01).
000500 01  FECHA-DEL-MOVIMIENTO        PIC 9(08).
000510 01  MOTIVO-DEL-MOVIMIENTO       PIC X(01).
000520 01  OPERADOR-DEL-MOVIMIENTO     PIC X(20).
000530 PROCEDURE DIVISION USING PERSONA-DEL-MOVIMIENTO
000540                           TIPO-DEL-MOVIMIENTO
000550                           FECHA-DEL-MOVIMIENTO
000560                           MOTIVO-DEL-MOVIMIENTO
000570                           OPERADOR-DEL-MOVIMIENTO.
000580 0000-MAINLINE.
000590     OPEN I-O MOVIMIENTOS-ARCHIVO
000600     IF FS-MOVIMIENTOS = "35"
000610         OPEN OUTPUT MOVIMIENTOS-ARCHIVO
000620         CLOSE MOVIMIENTOS-ARCHIVO
000630         OPEN I-O MOVIMIENTOS-ARCHIVO
000640     END-IF
000650     IF FS-MOVIMIENTOS NOT = "00"
000660         DISPLAY "AVISO: no se pudo abrir PERSMOVL; estado "
000670             FS-MOVIMIENTOS
000680         GO TO 0000-EXIT
000690     END-IF
000700     PERFORM 1000-BUSCAR-ULTIMA-SECUENCIA
000710     MOVE PERSONA-DEL-MOVIMIENTO TO MOV-PERSONA-ID
000720     ADD 1 TO ULTIMA-SECUENCIA
000730     MOVE ULTIMA-SECUENCIA TO MOV-SECUENCIA
000740     MOVE TIPO-DEL-MOVIMIENTO TO MOV-TIPO
000750     MOVE FECHA-DEL-MOVIMIENTO TO MOV-FECHA-EFECTIVA
000760     MOVE MOTIVO-DEL-MOVIMIENTO TO MOV-MOTIVO
000770     ACCEPT MOV-FECHA-GRABACION FROM DATE YYYYMMDD
000780     MOVE OPERADOR-DEL-MOVIMIENTO TO MOV-OPERADOR
000790     WRITE MOVIMIENTO-REGISTRO
000800         INVALID KEY
000810             DISPLAY "AVISO: no se pudo grabar el movimiento "
000820                 "laboral de " PERSONA-DEL-MOVIMIENTO
000830                 "; estado " FS-MOVIMIENTOS
000840     END-WRITE
000850     CLOSE MOVIMIENTOS-ARCHIVO.
000860 0000-EXIT.
000870     EXIT PROGRAM.
000880*-----------------------------------------------------------------
000890*  Los movimientos de una persona van seguidos por la clave;
000900*  se posiciona en el primero y se lee hasta cambiar de persona
000910*  quedandose con la ultima secuencia usada.
000920*-----------------------------------------------------------------
000930 1000-BUSCAR-ULTIMA-SECUENCIA.
000940     MOVE ZERO TO ULTIMA-SECUENCIA
000950     SET QUEDAN-MOVIMIENTOS TO TRUE
000960     MOVE PERSONA-DEL-MOVIMIENTO TO MOV-PERSONA-ID
000970     MOVE ZERO TO MOV-SECUENCIA
000980     START MOVIMIENTOS-ARCHIVO
000990         KEY IS NOT LESS THAN MOV-CLAVE
001000         INVALID KEY
001010             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
001020     END-START
001030     IF QUEDAN-MOVIMIENTOS
001040         PERFORM 1100-LEER-MOVIMIENTO
001050         PERFORM 1200-ANOTAR-SECUENCIA
001060             UNTIL NO-QUEDAN-MOVIMIENTOS
001070     END-IF.
001080 1100-LEER-MOVIMIENTO.
001090     READ MOVIMIENTOS-ARCHIVO NEXT RECORD
001100         AT END
001110             SET NO-QUEDAN-MOVIMIENTOS TO TRUE
001120     END-READ
001130     IF QUEDAN-MOVIMIENTOS
001140         AND MOV-PERSONA-ID NOT = PERSONA-DEL-MOVIMIENTO
001150         SET NO-QUEDAN-MOVIMIENTOS TO TRUE
001160     END-IF.
001170 1200-ANOTAR-SECUENCIA.
001180     MOVE MOV-SECUENCIA TO ULTIMA-SECUENCIA
001190     PERFORM 1100-LEER-MOVIMIENTO.
001200 END PROGRAM ANOTAR-MOVIMIENTO.
