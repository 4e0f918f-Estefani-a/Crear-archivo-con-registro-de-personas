000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. VALIDAR-CENTRO.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Comprueba que el centro de coste tecleado exista en
000120*  CENTROS-ARCHIVO (PERSCCOS, copybook CCOSREG) y este activo,
000130*  y devuelve su descripcion para que el llamante la muestre.
000140*  Se aisla en un subprograma al estilo de VALIDAR-TELEFONO
000150*  porque CREAR-ARCHIVO, CARGA-PERSONAS y MANTENIMIENTO-
000160*  PERSONAS tienen que aplicar exactamente la misma regla; abre
000170*  y cierra el fichero en cada llamada, como ANOTAR-MOVIMIENTO.
000180*
000190*  Si PERSCCOS no existe todavia, ningun centro es valido: hay
000200*  que dar de alta los centros con MANTENIMIENTO-CENTROS antes
000210*  de asignarlos.
000220*
000230*  Modification history
000240*  ---------------------------------------------------------
000250*  2026-10-15  JAC  Programa nuevo.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL CENTROS-ARCHIVO
000310         ASSIGN TO "PERSCCOS"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS CCO-CODIGO
000350         FILE STATUS IS FS-CENTROS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CENTROS-ARCHIVO.
000390 COPY CCOSREG.
000400 WORKING-STORAGE SECTION.
000410 01  FS-CENTROS                  PIC X(02).
000420 LINKAGE SECTION.
000430 01  CENTRO-TECLEADO             PIC X(04).
000440 01  DESCRIPCION-DEL-CENTRO      PIC X(30).
000450 COPY CCOSFLAG.
000460 PROCEDURE DIVISION USING CENTRO-TECLEADO
000470                           DESCRIPCION-DEL-CENTRO
000480                           CENTRO-VALIDO.
000490 0000-MAINLINE.
000500     SET CENTRO-NO-EXISTE TO TRUE
000510     MOVE SPACE TO DESCRIPCION-DEL-CENTRO
000520     IF CENTRO-TECLEADO = SPACE
000530         GO TO 0000-EXIT
000540     END-IF
000550     OPEN INPUT CENTROS-ARCHIVO
000560     IF FS-CENTROS NOT = "00"
000562         IF FS-CENTROS = "05"
000564             CLOSE CENTROS-ARCHIVO
000566         END-IF
000570         GO TO 0000-EXIT
000580     END-IF
000590     MOVE CENTRO-TECLEADO TO CCO-CODIGO
000600     READ CENTROS-ARCHIVO
000610         KEY IS CCO-CODIGO
000620         INVALID KEY
000630             SET CENTRO-NO-EXISTE TO TRUE
000640         NOT INVALID KEY
000650             MOVE CCO-DESCRIPCION TO DESCRIPCION-DEL-CENTRO
000660             IF CENTRO-ACTIVO
000670                 SET CENTRO-ES-VALIDO TO TRUE
000680             ELSE
000690                 SET CENTRO-ESTA-INACTIVO TO TRUE
000700             END-IF
000710     END-READ
000720     CLOSE CENTROS-ARCHIVO.
000730 0000-EXIT.
000740     EXIT PROGRAM.
000750 END PROGRAM VALIDAR-CENTRO.
