000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ANOTAR-IMAGEN.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Graba una linea en el diario de imagenes posteriores
000120*  PERSIMAG (copybook IMAGREG) con la imagen del registro de
000130*  PERSDAT o PERSDEP que el llamante acaba de grabar, regrabar
000140*  o eliminar.  Se aisla en un subprograma al estilo de
000150*  ANOTAR-DIARIO para que todos los programas que escriben en
000160*  los dos ficheros anoten exactamente igual; abre por EXTEND y
000170*  cierra en cada llamada, de modo que una caida del llamante no
000180*  deja imagenes sin volcar.
000190*
000200*  Modification history
000210*  ---------------------------------------------------------
000220*  2026-10-15  JAC  Programa nuevo.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OPTIONAL IMAGENES-ARCHIVO
000280         ASSIGN TO "PERSIMAG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS FS-IMAGENES.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  IMAGENES-ARCHIVO.
000340 COPY IMAGREG.
000350 WORKING-STORAGE SECTION.
000360 01  FS-IMAGENES                 PIC X(02).
000370 LINKAGE SECTION.
000380 COPY IMAGPARM.
000390 01  OPERADOR-DE-LA-IMAGEN       PIC X(20).
000400 PROCEDURE DIVISION USING IMAGEN-TIPO
000410                           IMAGEN-OPERACION
000420                           IMAGEN-DATOS
000430                           OPERADOR-DE-LA-IMAGEN.
000440 0000-MAINLINE.
000450     OPEN EXTEND IMAGENES-ARCHIVO
000460     IF FS-IMAGENES NOT = "00" AND FS-IMAGENES NOT = "05"
000470         DISPLAY "AVISO: no se pudo abrir el diario PERSIMAG; "
000480             "estado " FS-IMAGENES
000490         GO TO 0000-EXIT
000500     END-IF
000510     ACCEPT IMG-FECHA FROM DATE YYYYMMDD
000520     ACCEPT IMG-HORA FROM TIME
000530     MOVE OPERADOR-DE-LA-IMAGEN TO IMG-OPERADOR
000540     MOVE IMAGEN-TIPO TO IMG-TIPO
000550     MOVE IMAGEN-OPERACION TO IMG-OPERACION
000560     MOVE IMAGEN-DATOS TO IMG-DATOS
000570     WRITE IMAGEN-REGISTRO
000580     CLOSE IMAGENES-ARCHIVO.
000590 0000-EXIT.
000600     EXIT PROGRAM.
000610 END PROGRAM ANOTAR-IMAGEN.
