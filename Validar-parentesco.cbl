000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. VALIDAR-PARENTESCO.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Comprueba que el codigo de parentesco tecleado exista en
000120*  PARENTESCOS-ARCHIVO (PERSPARE, copybook PARTREG) y devuelve
000130*  su descripcion y su edad limite de beneficio, para que el
000140*  llamante grabe la descripcion normalizada en DEP-PARENTESCO.
000150*  Se aisla en un subprograma al estilo de VALIDAR-CENTRO
000160*  porque CREAR-ARCHIVO y MANTENIMIENTO-DEPENDIENTES tienen que
000170*  aplicar exactamente la misma regla; abre y cierra el fichero
000180*  en cada llamada.
000190*
000200*  Las minusculas se pasan a mayusculas en el propio campo del
000210*  llamante, para que el codigo se grabe siempre igual.  Si
000220*  PERSPARE no existe todavia, ningun parentesco es valido: hay
000230*  que dar de alta la tabla con MANTENIMIENTO-PARENTESCOS.
000240*
000250*  Modification history
000260*  ---------------------------------------------------------
000270*  2026-10-15  JAC  Programa nuevo.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL PARENTESCOS-ARCHIVO
000330         ASSIGN TO "PERSPARE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS PRT-CODIGO
000370         FILE STATUS IS FS-PARENTESCOS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PARENTESCOS-ARCHIVO.
000410 COPY PARTREG.
000420 WORKING-STORAGE SECTION.
000430 01  FS-PARENTESCOS              PIC X(02).
000440 LINKAGE SECTION.
000450 01  PARENTESCO-TECLEADO         PIC X(02).
000460 01  DESCRIPCION-PARENTESCO      PIC X(15).
000470 01  EDAD-LIMITE-PARENTESCO      PIC 9(03).
000480 COPY PARTFLAG.
000490 PROCEDURE DIVISION USING PARENTESCO-TECLEADO
000500                           DESCRIPCION-PARENTESCO
000510                           EDAD-LIMITE-PARENTESCO
000520                           PARENTESCO-VALIDO.
000530 0000-MAINLINE.
000540     SET PARENTESCO-NO-ES-VALIDO TO TRUE
000550     MOVE SPACE TO DESCRIPCION-PARENTESCO
000560     MOVE ZERO TO EDAD-LIMITE-PARENTESCO
000570     INSPECT PARENTESCO-TECLEADO CONVERTING
000580         "abcdefghijklmnopqrstuvwxyz"
000590         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000600     IF PARENTESCO-TECLEADO = SPACE
000610         GO TO 0000-EXIT
000620     END-IF
000630     OPEN INPUT PARENTESCOS-ARCHIVO
000640     IF FS-PARENTESCOS NOT = "00"
000650         IF FS-PARENTESCOS = "05"
000660             CLOSE PARENTESCOS-ARCHIVO
000670         END-IF
000680         GO TO 0000-EXIT
000690     END-IF
000700     MOVE PARENTESCO-TECLEADO TO PRT-CODIGO
000710     READ PARENTESCOS-ARCHIVO
000720         KEY IS PRT-CODIGO
000730         INVALID KEY
000740             SET PARENTESCO-NO-ES-VALIDO TO TRUE
000750         NOT INVALID KEY
000760             MOVE PRT-DESCRIPCION TO DESCRIPCION-PARENTESCO
000770             MOVE PRT-EDAD-LIMITE TO EDAD-LIMITE-PARENTESCO
000780             SET PARENTESCO-ES-VALIDO TO TRUE
000790     END-READ
000800     CLOSE PARENTESCOS-ARCHIVO.
000810 0000-EXIT.
000820     EXIT PROGRAM.
000830 END PROGRAM VALIDAR-PARENTESCO.
