000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. VALIDAR-FECHA-EFECTIVA.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Comprueba la fecha efectiva AAAAMMDD de un cambio programado
000120*  (PENDREG): numerica, con mes 01-12, dia valido para el mes
000130*  (bisiestos incluidos) y posterior a hoy.  Es la regla de
000140*  VALIDAR-FECHA con el limite al reves: aquella no admite
000150*  fechas futuras y esta solo admite fechas futuras, porque un
000160*  cambio que vale desde hoy se graba directamente por el
000170*  mantenimiento.  Devuelve el mismo indicador FECHFLAG.
000180*
000190*  Modification history
000200*  ---------------------------------------------------------
000210*  2026-10-15  JAC  Programa nuevo.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 DATA DIVISION.
000250 WORKING-STORAGE SECTION.
000260 01  FECHA-DE-HOY                PIC 9(08).
000270 01  FECHA-TRABAJO               PIC 9(08).
000280 01  FECHA-TRABAJO-PARTES REDEFINES FECHA-TRABAJO.
000290     05  FT-ANO                  PIC 9(04).
000300     05  FT-MES                  PIC 9(02).
000310     05  FT-DIA                  PIC 9(02).
000320 01  DIAS-DEL-MES                PIC 9(02).
000330 01  COCIENTE-BISIESTO           PIC 9(04) COMP.
000340 01  RESTO-BISIESTO              PIC 9(04) COMP.
000350 01  ANO-BISIESTO                PIC X(01).
000360     88  ES-BISIESTO                      VALUE "S".
000370     88  NO-ES-BISIESTO                   VALUE "N".
000380 01  TABLA-DIAS-MES-LITERAL      PIC X(24)
000390     VALUE "312831303130313130313031".
000400 01  TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-LITERAL.
000410     05  DIAS-MES                PIC 9(02) OCCURS 12 TIMES.
000420 LINKAGE SECTION.
000430 01  FECHA-TECLEADA              PIC X(08).
000440 01  FECHA-NUMERICA              PIC 9(08).
000450 COPY FECHFLAG.
000460 PROCEDURE DIVISION USING FECHA-TECLEADA
000470                          FECHA-NUMERICA
000480                          FECHA-VALIDA.
000490 0000-MAINLINE.
000500     SET FECHA-NO-ES-VALIDA TO TRUE
000510     MOVE ZERO TO FECHA-NUMERICA
000520     IF FECHA-TECLEADA IS NOT NUMERIC
000530         GO TO 0000-EXIT
000540     END-IF
000550     MOVE FECHA-TECLEADA TO FECHA-TRABAJO
000560     IF FT-MES < 01 OR FT-MES > 12
000570         GO TO 0000-EXIT
000580     END-IF
000590     PERFORM 1000-DIAS-DEL-MES
000600     IF FT-DIA < 01 OR FT-DIA > DIAS-DEL-MES
000610         GO TO 0000-EXIT
000620     END-IF
000630     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD
000640     IF FECHA-TRABAJO NOT > FECHA-DE-HOY
000650         GO TO 0000-EXIT
000660     END-IF
000670     MOVE FECHA-TRABAJO TO FECHA-NUMERICA
000680     SET FECHA-ES-VALIDA TO TRUE.
000690 0000-EXIT.
000700     EXIT PROGRAM.
000710*-----------------------------------------------------------------
000720*  Febrero tiene 29 dias si el ano es divisible por 4, salvo
000730*  los seculares, que solo son bisiestos si tambien lo son
000740*  por 400 (1900 no lo fue; 2000 si).
000750*-----------------------------------------------------------------
000760 1000-DIAS-DEL-MES.
000770     MOVE DIAS-MES (FT-MES) TO DIAS-DEL-MES
000780     IF FT-MES = 02
000790         SET NO-ES-BISIESTO TO TRUE
000800         DIVIDE FT-ANO BY 4 GIVING COCIENTE-BISIESTO
000810             REMAINDER RESTO-BISIESTO
000820         IF RESTO-BISIESTO = ZERO
000830             SET ES-BISIESTO TO TRUE
000840         END-IF
000850         DIVIDE FT-ANO BY 100 GIVING COCIENTE-BISIESTO
000860             REMAINDER RESTO-BISIESTO
000870         IF RESTO-BISIESTO = ZERO
000880             SET NO-ES-BISIESTO TO TRUE
000890         END-IF
000900         DIVIDE FT-ANO BY 400 GIVING COCIENTE-BISIESTO
000910             REMAINDER RESTO-BISIESTO
000920         IF RESTO-BISIESTO = ZERO
000930             SET ES-BISIESTO TO TRUE
000940         END-IF
000950         IF ES-BISIESTO
000960             MOVE 29 TO DIAS-DEL-MES
000970         END-IF
000980     END-IF.
000990 END PROGRAM VALIDAR-FECHA-EFECTIVA.
