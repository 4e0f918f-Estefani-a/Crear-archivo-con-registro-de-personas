000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. VALIDAR-DOCUMENTO.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Comprueba el documento de identidad tecleado: un DNI son
000120*  ocho cifras y la letra de control; un NIE es la letra X, Y
000130*  o Z, siete cifras y la letra de control.  Para el NIE el
000140*  prefijo vale 0, 1 o 2 y forma con las siete cifras el numero
000150*  de ocho; la letra de control es la que ocupa en la tabla
000160*  oficial la posicion del resto de dividir ese numero entre
000170*  23, mas uno.  Se aisla en un subprograma al estilo de
000180*  VALIDAR-TELEFONO porque CREAR-ARCHIVO, CARGA-PERSONAS y
000190*  MANTENIMIENTO-PERSONAS tienen que aplicar la misma regla.
000200*
000210*  Las minusculas se pasan a mayusculas en el propio campo del
000220*  llamante, para que el documento se grabe siempre igual y la
000230*  clave alternativa no admita el mismo DNI escrito de dos
000240*  formas.
000250*
000260*  Modification history
000270*  ---------------------------------------------------------
000280*  2026-10-15  JAC  Programa nuevo.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 DATA DIVISION.
000320 WORKING-STORAGE SECTION.
000330 01  LETRAS-DE-CONTROL           PIC X(23)
000340     VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
000350 01  TABLA-LETRAS REDEFINES LETRAS-DE-CONTROL.
000360     05  LETRA-DE-CONTROL        PIC X(01) OCCURS 23 TIMES.
000370 01  DOCUMENTO-TRABAJO.
000380     05  DOC-CIFRAS              PIC X(08).
000390     05  DOC-LETRA               PIC X(01).
000400 01  DOCUMENTO-TRABAJO-NIE REDEFINES DOCUMENTO-TRABAJO.
000410     05  DOC-PREFIJO             PIC X(01).
000420     05  FILLER                  PIC X(08).
000430 01  NUMERO-DOCUMENTO            PIC 9(08).
000440 01  COCIENTE-DOCUMENTO          PIC 9(08) COMP.
000450 01  POSICION-LETRA              PIC 9(02) COMP.
000460 LINKAGE SECTION.
000470 01  DOCUMENTO-TECLEADO          PIC X(09).
000480 COPY DOCUFLAG.
000490 PROCEDURE DIVISION USING DOCUMENTO-TECLEADO
000500                           DOCUMENTO-VALIDO.
000510 0000-MAINLINE.
000520     SET DOCUMENTO-NO-ES-VALIDO TO TRUE
000530     INSPECT DOCUMENTO-TECLEADO CONVERTING
000540         "abcdefghijklmnopqrstuvwxyz"
000550         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000560     MOVE DOCUMENTO-TECLEADO TO DOCUMENTO-TRABAJO
000570     IF DOC-PREFIJO = "X"
000580         MOVE "0" TO DOC-PREFIJO
000590     END-IF
000600     IF DOC-PREFIJO = "Y"
000610         MOVE "1" TO DOC-PREFIJO
000620     END-IF
000630     IF DOC-PREFIJO = "Z"
000640         MOVE "2" TO DOC-PREFIJO
000650     END-IF
000660     IF DOC-CIFRAS IS NOT NUMERIC
000670         GO TO 0000-EXIT
000680     END-IF
000690     MOVE DOC-CIFRAS TO NUMERO-DOCUMENTO
000700     DIVIDE NUMERO-DOCUMENTO BY 23
000710         GIVING COCIENTE-DOCUMENTO
000720         REMAINDER POSICION-LETRA
000730     ADD 1 TO POSICION-LETRA
000740     IF DOC-LETRA NOT = LETRA-DE-CONTROL (POSICION-LETRA)
000750         GO TO 0000-EXIT
000760     END-IF
000770     SET DOCUMENTO-ES-VALIDO TO TRUE.
000780 0000-EXIT.
000790     EXIT PROGRAM.
000800 END PROGRAM VALIDAR-DOCUMENTO.
