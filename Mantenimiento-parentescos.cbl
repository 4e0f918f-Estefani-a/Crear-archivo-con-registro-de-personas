000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. MANTENIMIENTO-PARENTESCOS.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Mantenimiento interactivo de la tabla de parentescos,
000120*  PARENTESCOS-ARCHIVO (PERSPARE, copybook PARTREG).  El
000130*  parentesco del dependiente era texto libre y el mismo
000140*  vinculo salia escrito de varias formas; ahora se teclea un
000150*  codigo de esta tabla, que da la descripcion normalizada y
000160*  la edad a partir de la cual deja de haber beneficio.  El
000170*  programa localiza por PRT-CODIGO; si el codigo no existe
000180*  ofrece darlo de alta, y si existe permite corregir la
000190*  descripcion y la edad limite.
000200*
000210*  Un parentesco no se borra: puede haber dependientes, vivos
000220*  o en el historico, que apunten a el.  Corregir la
000230*  descripcion no cambia la que ya llevan grabada los
000240*  dependientes; la edad limite nueva se aplica en el siguiente
000250*  VENCIMIENTO-BENEFICIARIOS.
000260*
000270*  Modification history
000280*  ---------------------------------------------------------
000290*  2026-10-15  JAC  Programa nuevo.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL PARENTESCOS-ARCHIVO
000350         ASSIGN TO "PERSPARE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PRT-CODIGO
000390         FILE STATUS IS FS-PARENTESCOS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PARENTESCOS-ARCHIVO.
000430 COPY PARTREG.
000440 WORKING-STORAGE SECTION.
000450 01  FS-PARENTESCOS              PIC X(02).
000460 01  IDENTIFICADOR PIC X(36)
000470     VALUE "Introduce el codigo de parentesco: ".
000480 01  SI-NO PIC X.
000490 01  HAY-PARENTESCO PIC X(01).
000500     88  PARENTESCO-ENCONTRADO       VALUE "S".
000510     88  PARENTESCO-NO-ENCONTRADO    VALUE "N".
000520 01  ACCION-TECLEADA PIC X(01).
000530     88  ACCION-CORREGIR             VALUE "C".
000540     88  ACCION-NINGUNA              VALUE "N".
000550 01  PARENTESCO-EN-CURSO         PIC X(02).
000560 01  CAMPO-NUEVO-X               PIC X(15).
000570 01  DESCRIPCION-PROMPT PIC X(28)
000580     VALUE "Descripcion del parentesco: ".
000590 01  EDAD-LIMITE-PROMPT PIC X(44)
000600     VALUE "Edad limite de beneficio (0 = sin limite): ".
000610 01  DESCRIPCION-NUEVA PIC X(40)
000620     VALUE "Nueva descripcion (ENTER = no cambia): ".
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
000660     IF FS-PARENTESCOS = "00"
000670         MOVE "S" TO SI-NO
000680         PERFORM 2000-MANTENER-PARENTESCO
000690             UNTIL SI-NO = "N"
000700     ELSE
000710         DISPLAY "No se pudo abrir PARENTESCOS-ARCHIVO; estado "
000720             FS-PARENTESCOS
000730     END-IF
000740     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
000750     GO TO 9999-FIN.
000760*-----------------------------------------------------------------
000770*  PERSPARE se crea vacio la primera vez.
000780*-----------------------------------------------------------------
000790 1000-PROCEDIMIENTO-DE-APERTURA.
000800     OPEN I-O PARENTESCOS-ARCHIVO
000810     IF FS-PARENTESCOS = "35"
000820         OPEN OUTPUT PARENTESCOS-ARCHIVO
000830         CLOSE PARENTESCOS-ARCHIVO
000840         OPEN I-O PARENTESCOS-ARCHIVO
000850     END-IF.
000860 5000-PROCEDIMIENTO-DE-CIERRE.
000870     IF FS-PARENTESCOS = "00"
000880         CLOSE PARENTESCOS-ARCHIVO
000890     END-IF.
000900 2000-MANTENER-PARENTESCO.
000910     PERFORM 2100-LOCALIZAR-PARENTESCO
000920     IF PARENTESCO-ENCONTRADO
000930         PERFORM 2200-MOSTRAR-PARENTESCO
000940         PERFORM 2300-PEDIR-ACCION
000950         IF ACCION-CORREGIR
000960             PERFORM 4000-CORREGIR-PARENTESCO
000970         END-IF
000980     ELSE
000990         PERFORM 3000-ALTA-PARENTESCO
001000     END-IF
001010     PERFORM 2900-PREGUNTAR-OTRO.
001020 2100-LOCALIZAR-PARENTESCO.
001030     MOVE SPACE TO PARENTESCO-EN-CURSO
001040     PERFORM 2150-PEDIR-CODIGO
001050         UNTIL PARENTESCO-EN-CURSO NOT = SPACE
001060     MOVE PARENTESCO-EN-CURSO TO PRT-CODIGO
001070     SET PARENTESCO-NO-ENCONTRADO TO TRUE
001080     READ PARENTESCOS-ARCHIVO
001090         KEY IS PRT-CODIGO
001100         INVALID KEY
001110             DISPLAY "No existe ningun parentesco con ese codigo."
001120         NOT INVALID KEY
001130             SET PARENTESCO-ENCONTRADO TO TRUE
001140     END-READ.
001150 2150-PEDIR-CODIGO.
001160     DISPLAY IDENTIFICADOR " ? "
001170     ACCEPT PARENTESCO-EN-CURSO
001180     INSPECT PARENTESCO-EN-CURSO CONVERTING
001190         "abcdefghijklmnopqrstuvwxyz"
001200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001210     IF PARENTESCO-EN-CURSO = SPACE
001220         DISPLAY "El codigo no puede quedar en blanco."
001230     END-IF.
001240 2200-MOSTRAR-PARENTESCO.
001250     DISPLAY "Parentesco...: " PRT-CODIGO
001260     DISPLAY "Descripcion..: " PRT-DESCRIPCION
001270     IF PRT-SIN-LIMITE
001280         DISPLAY "Edad limite..: (sin limite)"
001290     ELSE
001300         DISPLAY "Edad limite..: " PRT-EDAD-LIMITE
001310     END-IF.
001320 2300-PEDIR-ACCION.
001330     MOVE SPACE TO ACCION-TECLEADA
001340     PERFORM 2350-LEER-ACCION
001350         UNTIL ACCION-CORREGIR
001360             OR ACCION-NINGUNA.
001370 2350-LEER-ACCION.
001380     DISPLAY "Corregir o Nada (C/N)? "
001390     ACCEPT ACCION-TECLEADA
001400     IF ACCION-TECLEADA = "c"
001410         MOVE "C" TO ACCION-TECLEADA
001420     END-IF
001430     IF ACCION-TECLEADA = "n"
001440         MOVE "N" TO ACCION-TECLEADA
001450     END-IF
001460     IF ACCION-TECLEADA NOT = "C"
001470         AND ACCION-TECLEADA NOT = "N"
001480         DISPLAY "Respuesta no valida; teclee C o N."
001490     END-IF.
001500*-----------------------------------------------------------------
001510*  La descripcion es obligatoria porque es lo que se graba en
001520*  DEP-PARENTESCO y lo que ven los listados.
001530*-----------------------------------------------------------------
001540 3000-ALTA-PARENTESCO.
001550     DISPLAY "Desea dar de alta el parentesco "
001560         PARENTESCO-EN-CURSO " (S/N)? "
001570     ACCEPT SI-NO
001580     IF SI-NO = "s"
001590         MOVE "S" TO SI-NO
001600     END-IF
001610     IF SI-NO = "S"
001620         MOVE SPACE TO PARENTESCO-REGISTRO
001630         MOVE PARENTESCO-EN-CURSO TO PRT-CODIGO
001640         PERFORM 3100-PEDIR-DESCRIPCION
001650             UNTIL PRT-DESCRIPCION NOT = SPACE
001660         PERFORM 3200-PEDIR-EDAD-LIMITE
001670         WRITE PARENTESCO-REGISTRO
001680             INVALID KEY
001690                 DISPLAY "No se pudo grabar el parentesco; "
001700                     "estado " FS-PARENTESCOS
001710             NOT INVALID KEY
001720                 DISPLAY "Parentesco " PRT-CODIGO
001730                     " dado de alta."
001740         END-WRITE
001750     END-IF.
001760 3100-PEDIR-DESCRIPCION.
001770     DISPLAY DESCRIPCION-PROMPT
001780     ACCEPT PRT-DESCRIPCION
001790     INSPECT PRT-DESCRIPCION CONVERTING
001800         "abcdefghijklmnopqrstuvwxyz"
001810         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001820     IF PRT-DESCRIPCION = SPACE
001830         DISPLAY "La descripcion no puede quedar en blanco."
001840     END-IF.
001850 3200-PEDIR-EDAD-LIMITE.
001860     MOVE ZERO TO PRT-EDAD-LIMITE
001870     DISPLAY EDAD-LIMITE-PROMPT
001880     ACCEPT PRT-EDAD-LIMITE.
001890 4000-CORREGIR-PARENTESCO.
001900     MOVE SPACE TO CAMPO-NUEVO-X
001910     DISPLAY DESCRIPCION-NUEVA
001920     ACCEPT CAMPO-NUEVO-X
001930     IF CAMPO-NUEVO-X NOT = SPACE
001940         INSPECT CAMPO-NUEVO-X CONVERTING
001950             "abcdefghijklmnopqrstuvwxyz"
001960             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001970         MOVE CAMPO-NUEVO-X TO PRT-DESCRIPCION
001980     END-IF
001990     DISPLAY "Cambia la edad limite (S/N)? "
002000     ACCEPT SI-NO
002010     IF SI-NO = "s"
002020         MOVE "S" TO SI-NO
002030     END-IF
002040     IF SI-NO = "S"
002050         PERFORM 3200-PEDIR-EDAD-LIMITE
002060     END-IF
002070     REWRITE PARENTESCO-REGISTRO
002080         INVALID KEY
002090             DISPLAY "No se pudo actualizar el parentesco "
002100                 PRT-CODIGO "; estado " FS-PARENTESCOS
002110         NOT INVALID KEY
002120             DISPLAY "Parentesco " PRT-CODIGO " actualizado."
002130     END-REWRITE.
002140 2900-PREGUNTAR-OTRO.
002150     DISPLAY "Desea mantener otro parentesco (S/N)? "
002160     ACCEPT SI-NO
002170     IF SI-NO = "s"
002180         MOVE "S" TO SI-NO
002190     END-IF
002200     IF SI-NO NOT = "S"
002210         MOVE "N" TO SI-NO
002220     END-IF.
002230 9999-FIN.
002240     STOP RUN.
002250 END PROGRAM MANTENIMIENTO-PARENTESCOS.
