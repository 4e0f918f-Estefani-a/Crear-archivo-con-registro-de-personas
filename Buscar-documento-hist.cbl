000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. BUSCAR-DOCUMENTO-HIST.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Busca un documento de identidad en el historico de personas
000120*  depuradas (PERSHIST) y devuelve el PERSONA-ID de la ultima
000130*  aparicion, o blancos si no esta.  PERSHIST es secuencial y
000140*  no tiene clave por documento, asi que se recorre entero en
000150*  cada llamada; abre y cierra el fichero como ANOTAR-
000160*  MOVIMIENTO.  Lo usan el alta interactiva, la carga por lotes
000170*  y MANTENIMIENTO-PERSONAS para no dar de alta de nuevo a
000180*  quien ya estuvo en la empresa: esa persona se repone con la
000190*  reincorporacion de CONSULTA-HISTORICO.
000200*
000210*  Las lineas grabadas antes de existir PERSONA-DOCUMENTO se
000220*  leen con el documento en blanco y no coinciden nunca.
000230*
000240*  Modification history
000250*  ---------------------------------------------------------
000260*  2026-10-15  JAC  Programa nuevo.
000262*  2026-10-15  JAC  La copia de trabajo de PERSREG renombra
000264*                   tambien la condicion nueva PERSONA-
000266*                   ANONIMIZADA, como las demas.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL HISTORICO-PERSONAS
000320         ASSIGN TO "PERSHIST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FS-HISTORICO.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  HISTORICO-PERSONAS.
000380 01  HISTORICO-REGISTRO.
000390     05  HIST-FECHA-DEPURACION   PIC 9(08).
000400     05  HIST-DATOS-PERSONA      PIC X(132).
000410 WORKING-STORAGE SECTION.
000420 01  FS-HISTORICO                PIC X(02).
000430 01  HAY-MAS-HISTORICOS          PIC X(01).
000440     88  QUEDAN-HISTORICOS                VALUE "S".
000450     88  NO-QUEDAN-HISTORICOS             VALUE "N".
000460 COPY PERSREG REPLACING
000470     ==PERSONAS-REGISTRO== BY ==PERSONA-HISTORICA==
000480     ==PERSONA-ID== BY       ==HP-ID==
000490     ==PERSONA-NOMBRE== BY   ==HP-NOMBRE==
000500     ==PERSONA-APELLIDOS== BY ==HP-APELLIDOS==
000510     ==PERSONA-FECHA-NACIMIENTO== BY
000520         ==HP-FECHA-NACIMIENTO==
000530     ==PERSONA-TELEFONO== BY ==HP-TELEFONO==
000540     ==PERSONA-DIRECCION== BY ==HP-DIRECCION==
000550     ==PERSONA-ESTADO== BY   ==HP-ESTADO==
000560     ==PERSONA-ACTIVA== BY   ==HP-ACTIVA==
000570     ==PERSONA-BORRADA== BY  ==HP-BORRADA==
000572     ==PERSONA-ANONIMIZADA== BY ==HP-ANONIMIZADA==
000580     ==PERSONA-CENTRO-COSTE== BY ==HP-CENTRO-COSTE==
000590     ==PERSONA-DOCUMENTO== BY ==HP-DOCUMENTO==.
000600 LINKAGE SECTION.
000610 01  DOCUMENTO-BUSCADO           PIC X(09).
000620 01  PERSONA-DEL-DOCUMENTO       PIC X(06).
000630 PROCEDURE DIVISION USING DOCUMENTO-BUSCADO
000640                           PERSONA-DEL-DOCUMENTO.
000650 0000-MAINLINE.
000660     MOVE SPACE TO PERSONA-DEL-DOCUMENTO
000670     IF DOCUMENTO-BUSCADO = SPACE
000680         GO TO 0000-EXIT
000690     END-IF
000700     OPEN INPUT HISTORICO-PERSONAS
000710     IF FS-HISTORICO NOT = "00"
000720         IF FS-HISTORICO = "05"
000730             CLOSE HISTORICO-PERSONAS
000740         END-IF
000750         GO TO 0000-EXIT
000760     END-IF
000770     SET QUEDAN-HISTORICOS TO TRUE
000780     PERFORM 1100-LEER-HISTORICO
000790     PERFORM 1200-COMPARAR-HISTORICO
000800         UNTIL NO-QUEDAN-HISTORICOS
000810     CLOSE HISTORICO-PERSONAS.
000820 0000-EXIT.
000830     EXIT PROGRAM.
000840*-----------------------------------------------------------------
000850*  Se sigue hasta el final aunque haya coincidencia: si la misma
000860*  persona se depuro mas de una vez, vale la ultima.
000870*-----------------------------------------------------------------
000880 1100-LEER-HISTORICO.
000890     READ HISTORICO-PERSONAS
000900         AT END
000910             SET NO-QUEDAN-HISTORICOS TO TRUE
000920     END-READ.
000930 1200-COMPARAR-HISTORICO.
000940     MOVE HIST-DATOS-PERSONA TO PERSONA-HISTORICA
000950     IF HP-DOCUMENTO = DOCUMENTO-BUSCADO
000960         MOVE HP-ID TO PERSONA-DEL-DOCUMENTO
000970     END-IF
000980     PERFORM 1100-LEER-HISTORICO.
000990 END PROGRAM BUSCAR-DOCUMENTO-HIST.
