000010*****************************************************************
000020*  IDENTIFICATION DIVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ANONIMIZAR-HISTORICO.
000060 AUTHOR. J. ALVAREZ CANO.
000070 INSTALLATION. DEPARTAMENTO DE NOMINA.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*****************************************************************
000110*  Anonimizacion de los historicos de la depuracion de fin de
000120*  ano.  DEPURAR-PERSONAS deja las personas y dependientes
000130*  depurados en PERSHIST y PERSDEPH para siempre, pero personal
000140*  solo exige conservarlos siete anos (PLAZO-CONSERVACION).
000150*  Pasado el plazo, contado desde la fecha de depuracion que
000160*  lleva delante cada registro, este proceso borra los datos
000170*  personales:
000180*
000190*    - en PERSHIST, nombre y apellidos pasan a "ANONIMIZADO",
000200*      telefono y direccion quedan en blanco y el estado pasa a
000210*      "N" (PERSONA-ANONIMIZADA), para que CONSULTA-HISTORICO no
000220*      deje reincorporarla;
000230*    - en PERSDEPH, el nombre del dependiente pasa a
000240*      "ANONIMIZADO".
000250*
000260*  El ID, las fechas, el centro y el documento se conservan: el
000270*  documento sigue haciendo falta para que no se reutilice.
000280*  Cada persona anonimizada deja su linea "N" en PERSAUDT, con
000290*  AUD-CAMPO "RGPD" y la fecha de depuracion en el valor
000300*  anterior (nunca los datos borrados).  Las lineas se preparan
000310*  en PERSAUDN segun se graba cada persona en PERSHISTN y solo
000312*  se pasan a PERSAUDT si la ejecucion termina sin errores de
000314*  grabacion; si no, se descartan con los ficheros nuevos.  Lo
000316*  ya anonimizado se copia tal cual, asi que el proceso se
000318*  puede repetir.
000320*
000330*  Como los historicos son secuenciales, el resultado sale en
000340*  PERSHISTN y PERSDEPHN, igual que en CONVERTIR-PERSONAS, y
000350*  operaciones los renombra a PERSHIST y PERSDEPH al terminar,
000360*  antes de cualquier otra depuracion.  Si al arrancar todavia
000370*  existe alguno de los dos, la ejecucion anterior no se
000380*  renombro y el proceso no arranca (retorno 8), para no
000390*  anonimizar ni auditar dos veces.  Con un error de grabacion
000400*  termina tambien con retorno 8 y los ficheros nuevos no deben
000410*  renombrarse.
000420*
000430*  Toma sesion de escritura en PERSUSO como DEPURAR-PERSONAS,
000440*  con la que comparte los historicos, y anota inicio y fin en
000450*  PERSDIAR.
000460*
000470*  Modification history
000480*  ---------------------------------------------------------
000490*  2026-10-15  JAC  Programa nuevo.
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL HISTORICO-PERSONAS
000550         ASSIGN TO "PERSHIST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-HISTORICO.
000580     SELECT OPTIONAL HISTORICO-DEPENDIENTES
000590         ASSIGN TO "PERSDEPH"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-HIST-DEP.
000620     SELECT OPTIONAL HISTORICO-NUEVO
000630         ASSIGN TO "PERSHISTN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-HIST-NUEVO.
000660     SELECT OPTIONAL HISTORICO-DEP-NUEVO
000670         ASSIGN TO "PERSDEPHN"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-HIST-DEP-NUEVO.
000700     SELECT OPTIONAL AUDITORIA-ARCHIVO
000710         ASSIGN TO "PERSAUDT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-AUDITORIA.
000732     SELECT OPTIONAL AUDITORIA-PENDIENTE
000734         ASSIGN TO "PERSAUDN"
000736         ORGANIZATION IS LINE SEQUENTIAL
000738         FILE STATUS IS FS-AUD-PENDIENTE.
000740 DATA DIVISION.
000750 FILE SECTION.
000760*-----------------------------------------------------------------
000770*  Mismos layouts historicos que graba DEPURAR-PERSONAS: la
000780*  fecha de depuracion delante y el registro tal cual era.
000790*-----------------------------------------------------------------
000800 FD  HISTORICO-PERSONAS.
000810 01  HISTORICO-REGISTRO.
000820     05  HIST-FECHA-DEPURACION   PIC 9(08).
000830     05  HIST-DATOS-PERSONA      PIC X(132).
000840 FD  HISTORICO-DEPENDIENTES.
000850 01  HISTORICO-DEP-REGISTRO.
000860     05  HISTD-FECHA-DEPURACION  PIC 9(08).
000870     05  HISTD-DATOS-DEP         PIC X(65).
000880 FD  HISTORICO-NUEVO.
000890 01  HISTORICO-REGISTRO-NVO.
000900     05  HNVO-FECHA-DEPURACION   PIC 9(08).
000910     05  HNVO-DATOS-PERSONA      PIC X(132).
000920 FD  HISTORICO-DEP-NUEVO.
000930 01  HISTORICO-DEP-REGISTRO-NVO.
000940     05  HDNVO-FECHA-DEPURACION  PIC 9(08).
000950     05  HDNVO-DATOS-DEP         PIC X(65).
000960 FD  AUDITORIA-ARCHIVO.
000970 01  LINEA-AUDITORIA             PIC X(90).
000972 FD  AUDITORIA-PENDIENTE.
000974 COPY AUDITREG.
000980 WORKING-STORAGE SECTION.
000990 01  FS-HISTORICO                PIC X(02).
001000 01  FS-HIST-DEP                 PIC X(02).
001010 01  FS-HIST-NUEVO               PIC X(02).
001020 01  FS-HIST-DEP-NUEVO           PIC X(02).
001030 01  FS-AUDITORIA                PIC X(02).
001032 01  FS-AUD-PENDIENTE            PIC X(02).
001040 01  OPERADOR-TERMINAL           PIC X(20).
001050 01  HAY-MAS-REGISTROS           PIC X(01) VALUE "S".
001060     88  QUEDAN-REGISTROS                 VALUE "S".
001070     88  NO-QUEDAN-REGISTROS              VALUE "N".
001080 01  HAY-MAS-AUDITORIAS          PIC X(01) VALUE "S".
001081     88  QUEDAN-AUDITORIAS                VALUE "S".
001082     88  NO-QUEDAN-AUDITORIAS             VALUE "N".
001083 01  PERSONA-ANONIMIZADA-HOY     PIC X(01).
001084     88  ANONIMIZADA-HOY                  VALUE "S".
001085     88  NO-ANONIMIZADA-HOY               VALUE "N".
001086 01  SITUACION-SALIDA            PIC X(01) VALUE "N".
001090     88  SALIDA-PENDIENTE                 VALUE "S".
001100     88  SALIDA-LIBRE                     VALUE "N".
001110*-----------------------------------------------------------------
001120*  Plazo de conservacion en anos y fecha limite que resulta: se
001130*  anonimiza lo depurado antes de esa fecha.
001140*-----------------------------------------------------------------
001150 01  PLAZO-CONSERVACION          PIC 9(02) VALUE 7.
001160 01  FECHA-DE-HOY                PIC 9(08).
001170 01  FECHA-LIMITE                PIC 9(08).
001180 01  TEXTO-ANONIMO               PIC X(11) VALUE "ANONIMIZADO".
001190 COPY PERSREG REPLACING
001200     ==PERSONAS-REGISTRO== BY ==PERSONA-HISTORICA==
001210     ==PERSONA-ID== BY       ==HP-ID==
001220     ==PERSONA-NOMBRE== BY   ==HP-NOMBRE==
001230     ==PERSONA-APELLIDOS== BY ==HP-APELLIDOS==
001240     ==PERSONA-FECHA-NACIMIENTO== BY
001250         ==HP-FECHA-NACIMIENTO==
001260     ==PERSONA-TELEFONO== BY ==HP-TELEFONO==
001270     ==PERSONA-DIRECCION== BY ==HP-DIRECCION==
001280     ==PERSONA-ESTADO== BY   ==HP-ESTADO==
001290     ==PERSONA-ACTIVA== BY   ==HP-ACTIVA==
001300     ==PERSONA-BORRADA== BY  ==HP-BORRADA==
001310     ==PERSONA-ANONIMIZADA== BY ==HP-ANONIMIZADA==
001320     ==PERSONA-CENTRO-COSTE== BY ==HP-CENTRO-COSTE==
001330     ==PERSONA-DOCUMENTO== BY ==HP-DOCUMENTO==.
001340 COPY DEPREG REPLACING
001350     ==DEPENDIENTE-REGISTRO== BY ==DEPENDIENTE-HISTORICO==
001360     ==DEP-CLAVE== BY            ==HD-CLAVE==
001370     ==DEP-PERSONA-ID== BY       ==HD-PERSONA-ID==
001380     ==DEP-SECUENCIA== BY        ==HD-SECUENCIA==
001390     ==DEP-NOMBRE== BY           ==HD-NOMBRE==
001400     ==DEP-PARENTESCO== BY       ==HD-PARENTESCO==
001410     ==DEP-FECHA-NACIMIENTO== BY ==HD-FECHA-NACIMIENTO==
001420     ==DEP-PARENTESCO-COD== BY   ==HD-PARENTESCO-COD==
001430     ==DEP-BENEFICIO-VIGENTE== BY ==HD-BENEFICIO-VIGENTE==
001440     ==DEP-BENEFICIO-VENCIDO== BY ==HD-BENEFICIO-VENCIDO==
001450     ==DEP-BENEFICIO== BY        ==HD-BENEFICIO==.
001460*-----------------------------------------------------------------
001470*  Contadores del resumen y del diario.
001480*-----------------------------------------------------------------
001490 01  CONTADOR-PER-LEIDAS         PIC 9(05) COMP VALUE ZERO.
001500 01  CONTADOR-PER-ANONIMIZADAS   PIC 9(05) COMP VALUE ZERO.
001510 01  CONTADOR-PER-YA-ANONIMAS    PIC 9(05) COMP VALUE ZERO.
001520 01  CONTADOR-DEP-LEIDOS         PIC 9(05) COMP VALUE ZERO.
001530 01  CONTADOR-DEP-ANONIMIZADOS   PIC 9(05) COMP VALUE ZERO.
001540 01  CONTADOR-ERRORES            PIC 9(05) COMP VALUE ZERO.
001542 01  CONTADOR-AUDITADAS          PIC 9(05) COMP VALUE ZERO.
001544 01  CONTADOR-ERRORES-AUDITORIA  PIC 9(05) COMP VALUE ZERO.
001550 01  DIARIO-PROGRAMA PIC X(20) VALUE "ANONIMIZAR-HISTORICO".
001560 01  DIARIO-TIPO                 PIC X(01).
001570 01  DIARIO-RETORNO              PIC 9(04) VALUE ZERO.
001580 01  DIARIO-CONTADORES           PIC X(60).
001590 01  DIARIO-NUM-A                PIC 9(05).
001600 01  DIARIO-NUM-B                PIC 9(05).
001610 01  DIARIO-NUM-C                PIC 9(05).
001620 01  DIARIO-NUM-D                PIC 9(05).
001630 01  ACCION-DE-SESION            PIC X(01).
001640 COPY SESFLAG.
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 8000-ANOTAR-INICIO
001680     PERFORM 0400-IDENTIFICAR-OPERADOR
001690     PERFORM 0500-RESERVAR-SESION
001700     IF SESION-DENEGADA
001710         DISPLAY "Hay sesiones de escritura abiertas; la "
001720             "anonimizacion no arranca."
001730         MOVE 8 TO DIARIO-RETORNO
001740         MOVE 8 TO RETURN-CODE
001750         PERFORM 8100-ANOTAR-FIN
001760         GO TO 9999-FIN
001770     END-IF
001780     PERFORM 0700-COMPROBAR-SALIDA
001790     IF SALIDA-PENDIENTE
001800         DISPLAY "PERSHISTN o PERSDEPHN siguen sin renombrar de "
001810             "la ejecucion anterior; la anonimizacion no "
001820             "arranca."
001830         MOVE 8 TO DIARIO-RETORNO
001840         MOVE 8 TO RETURN-CODE
001850         PERFORM 0600-LIBERAR-SESION
001860         PERFORM 8100-ANOTAR-FIN
001870         GO TO 9999-FIN
001880     END-IF
001890     PERFORM 1000-PROCEDIMIENTO-DE-APERTURA
001900     PERFORM 2000-ANONIMIZAR-PERSONAS
001910     PERFORM 3000-ANONIMIZAR-DEPENDIENTES
001920     PERFORM 4000-MOSTRAR-RESUMEN
001930     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
001940     IF CONTADOR-ERRORES NOT = ZERO
001950         DISPLAY "Hubo errores de grabacion: PERSHISTN y "
001960             "PERSDEPHN NO deben renombrarse; las lineas de "
001970             "auditoria de PERSAUDN se descartan."
001980         MOVE 8 TO DIARIO-RETORNO
001990         MOVE 8 TO RETURN-CODE
001991     ELSE
001992         PERFORM 6000-TRASPASAR-AUDITORIA
001993         IF CONTADOR-ERRORES-AUDITORIA NOT = ZERO
001994             DISPLAY "No se pudieron pasar a PERSAUDT todas las "
001995                 "lineas de PERSAUDN; revise la auditoria."
001996             MOVE 8 TO DIARIO-RETORNO
001997             MOVE 8 TO RETURN-CODE
001998         END-IF
001999     END-IF
002000     PERFORM 0600-LIBERAR-SESION
002010     PERFORM 8100-ANOTAR-FIN
002020     GO TO 9999-FIN.
002030 0400-IDENTIFICAR-OPERADOR.
002040     MOVE SPACE TO OPERADOR-TERMINAL
002050     ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "OPERADOR"
002060     IF OPERADOR-TERMINAL = SPACE
002070         ACCEPT OPERADOR-TERMINAL FROM ENVIRONMENT "USER"
002080     END-IF.
002090*-----------------------------------------------------------------
002100*  Los batch no esperan a nadie: con cualquier sesion de
002110*  escritura anotada en PERSUSO el proceso no arranca.
002120*-----------------------------------------------------------------
002130 0500-RESERVAR-SESION.
002140     MOVE "A" TO ACCION-DE-SESION
002150     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002160                                    DIARIO-PROGRAMA
002170                                    OPERADOR-TERMINAL
002180                                    SESION-RESPUESTA.
002190 0600-LIBERAR-SESION.
002200     MOVE "L" TO ACCION-DE-SESION
002210     CALL "CONTROL-SESIONES" USING ACCION-DE-SESION
002220                                    DIARIO-PROGRAMA
002230                                    OPERADOR-TERMINAL
002240                                    SESION-RESPUESTA.
002250*-----------------------------------------------------------------
002260*  Un fichero OPTIONAL que no existe se abre con estado "05" y
002270*  hay que cerrarlo igual; con "00" es que existe.
002280*-----------------------------------------------------------------
002290 0700-COMPROBAR-SALIDA.
002300     SET SALIDA-LIBRE TO TRUE
002310     OPEN INPUT HISTORICO-NUEVO
002320     IF FS-HIST-NUEVO = "00"
002330         SET SALIDA-PENDIENTE TO TRUE
002340     END-IF
002350     IF FS-HIST-NUEVO = "00" OR FS-HIST-NUEVO = "05"
002360         CLOSE HISTORICO-NUEVO
002370     END-IF
002380     OPEN INPUT HISTORICO-DEP-NUEVO
002390     IF FS-HIST-DEP-NUEVO = "00"
002400         SET SALIDA-PENDIENTE TO TRUE
002410     END-IF
002420     IF FS-HIST-DEP-NUEVO = "00" OR FS-HIST-DEP-NUEVO = "05"
002430         CLOSE HISTORICO-DEP-NUEVO
002440     END-IF.
002450 8000-ANOTAR-INICIO.
002460     MOVE "I" TO DIARIO-TIPO
002470     MOVE ZERO TO DIARIO-RETORNO
002480     MOVE SPACE TO DIARIO-CONTADORES
002490     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002500                                 DIARIO-TIPO
002510                                 DIARIO-RETORNO
002520                                 DIARIO-CONTADORES.
002530 8100-ANOTAR-FIN.
002540     MOVE "F" TO DIARIO-TIPO
002550     MOVE CONTADOR-PER-LEIDAS TO DIARIO-NUM-A
002560     MOVE CONTADOR-PER-ANONIMIZADAS TO DIARIO-NUM-B
002570     MOVE CONTADOR-DEP-ANONIMIZADOS TO DIARIO-NUM-C
002580     MOVE CONTADOR-ERRORES TO DIARIO-NUM-D
002590     MOVE SPACE TO DIARIO-CONTADORES
002600     STRING "LEIDAS=" DIARIO-NUM-A
002610         " ANONIMIZADAS=" DIARIO-NUM-B
002620         " DEP=" DIARIO-NUM-C
002630         " ERRORES=" DIARIO-NUM-D
002640         DELIMITED BY SIZE INTO DIARIO-CONTADORES
002650     CALL "ANOTAR-DIARIO" USING DIARIO-PROGRAMA
002660                                 DIARIO-TIPO
002670                                 DIARIO-RETORNO
002680                                 DIARIO-CONTADORES.
002690 1000-PROCEDIMIENTO-DE-APERTURA.
002700     OPEN INPUT HISTORICO-PERSONAS
002710     OPEN INPUT HISTORICO-DEPENDIENTES
002720     OPEN OUTPUT HISTORICO-NUEVO
002730     OPEN OUTPUT HISTORICO-DEP-NUEVO
002740     OPEN OUTPUT AUDITORIA-PENDIENTE
002750     ACCEPT FECHA-DE-HOY FROM DATE YYYYMMDD
002760     COMPUTE FECHA-LIMITE =
002770         FECHA-DE-HOY - PLAZO-CONSERVACION * 10000.
002780 5000-PROCEDIMIENTO-DE-CIERRE.
002790     CLOSE HISTORICO-PERSONAS
002800     CLOSE HISTORICO-DEPENDIENTES
002810     CLOSE HISTORICO-NUEVO
002820     CLOSE HISTORICO-DEP-NUEVO
002830     CLOSE AUDITORIA-PENDIENTE.
002840*-----------------------------------------------------------------
002850*  Cada registro de PERSHIST se copia a PERSHISTN, anonimizado
002860*  si se depuro antes de la fecha limite y aun no lo estaba.
002870*-----------------------------------------------------------------
002880 2000-ANONIMIZAR-PERSONAS.
002890     SET QUEDAN-REGISTROS TO TRUE
002900     PERFORM 2100-LEER-PERSONA
002910     PERFORM 2200-TRATAR-PERSONA
002920         UNTIL NO-QUEDAN-REGISTROS.
002930 2100-LEER-PERSONA.
002940     READ HISTORICO-PERSONAS
002950         AT END
002960             SET NO-QUEDAN-REGISTROS TO TRUE
002970     END-READ.
002980 2200-TRATAR-PERSONA.
002990     ADD 1 TO CONTADOR-PER-LEIDAS
003000     MOVE HIST-DATOS-PERSONA TO PERSONA-HISTORICA
003010     SET NO-ANONIMIZADA-HOY TO TRUE
003012     IF HP-ANONIMIZADA
003020         ADD 1 TO CONTADOR-PER-YA-ANONIMAS
003030     ELSE
003040         IF HIST-FECHA-DEPURACION < FECHA-LIMITE
003050             PERFORM 2300-BORRAR-DATOS-PERSONA
003060         END-IF
003070     END-IF
003080     MOVE HIST-FECHA-DEPURACION TO HNVO-FECHA-DEPURACION
003090     MOVE PERSONA-HISTORICA TO HNVO-DATOS-PERSONA
003100     WRITE HISTORICO-REGISTRO-NVO
003110     IF FS-HIST-NUEVO NOT = "00"
003120         ADD 1 TO CONTADOR-ERRORES
003130         DISPLAY "No se pudo grabar en PERSHISTN la persona "
003140             HP-ID "; estado " FS-HIST-NUEVO
003150     ELSE
003160         IF ANONIMIZADA-HOY
003162             PERFORM 2400-REGISTRAR-AUDITORIA
003164         END-IF
003166     END-IF
003168     PERFORM 2100-LEER-PERSONA.
003170 2300-BORRAR-DATOS-PERSONA.
003180     MOVE TEXTO-ANONIMO TO HP-NOMBRE
003190     MOVE TEXTO-ANONIMO TO HP-APELLIDOS
003200     MOVE SPACE TO HP-TELEFONO
003210     MOVE SPACE TO HP-DIRECCION
003220     SET HP-ANONIMIZADA TO TRUE
003230     SET ANONIMIZADA-HOY TO TRUE
003240     ADD 1 TO CONTADOR-PER-ANONIMIZADAS.
003250 2400-REGISTRAR-AUDITORIA.
003260     MOVE HP-ID TO AUD-PERSONA-ID
003270     MOVE FECHA-DE-HOY TO AUD-FECHA
003280     ACCEPT AUD-HORA FROM TIME
003290     MOVE OPERADOR-TERMINAL TO AUD-OPERADOR
003300     SET AUD-OP-ANONIMIZACION TO TRUE
003310     MOVE "RGPD" TO AUD-CAMPO
003320     MOVE SPACE TO AUD-VALOR-ANTERIOR
003330     STRING "DEPURADA EL " HIST-FECHA-DEPURACION
003340         DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR
003350     WRITE AUDITORIA-REGISTRO
003351     IF FS-AUD-PENDIENTE NOT = "00"
003352         ADD 1 TO CONTADOR-ERRORES
003353         DISPLAY "No se pudo grabar en PERSAUDN la auditoria de "
003354             "la persona " HP-ID "; estado " FS-AUD-PENDIENTE
003355     END-IF.
003360*-----------------------------------------------------------------
003370*  Los dependientes van con la fecha de depuracion de su persona
003380*  y se anonimizan con el mismo criterio; la linea de auditoria
003390*  es la de la persona.
003400*-----------------------------------------------------------------
003410 3000-ANONIMIZAR-DEPENDIENTES.
003420     SET QUEDAN-REGISTROS TO TRUE
003430     PERFORM 3100-LEER-DEPENDIENTE
003440     PERFORM 3200-TRATAR-DEPENDIENTE
003450         UNTIL NO-QUEDAN-REGISTROS.
003460 3100-LEER-DEPENDIENTE.
003470     READ HISTORICO-DEPENDIENTES
003480         AT END
003490             SET NO-QUEDAN-REGISTROS TO TRUE
003500     END-READ.
003510 3200-TRATAR-DEPENDIENTE.
003520     ADD 1 TO CONTADOR-DEP-LEIDOS
003530     MOVE HISTD-DATOS-DEP TO DEPENDIENTE-HISTORICO
003540     IF HISTD-FECHA-DEPURACION < FECHA-LIMITE
003550         AND HD-NOMBRE NOT = TEXTO-ANONIMO
003560         MOVE TEXTO-ANONIMO TO HD-NOMBRE
003570         ADD 1 TO CONTADOR-DEP-ANONIMIZADOS
003580     END-IF
003590     MOVE HISTD-FECHA-DEPURACION TO HDNVO-FECHA-DEPURACION
003600     MOVE DEPENDIENTE-HISTORICO TO HDNVO-DATOS-DEP
003610     WRITE HISTORICO-DEP-REGISTRO-NVO
003620     IF FS-HIST-DEP-NUEVO NOT = "00"
003630         ADD 1 TO CONTADOR-ERRORES
003640         DISPLAY "No se pudo grabar en PERSDEPHN el dependiente "
003650             HD-CLAVE "; estado " FS-HIST-DEP-NUEVO
003660     END-IF
003670     PERFORM 3100-LEER-DEPENDIENTE.
003680 4000-MOSTRAR-RESUMEN.
003690     DISPLAY "Fecha limite de conservacion.....: " FECHA-LIMITE
003700     DISPLAY "Personas leidas de PERSHIST......: "
003710         CONTADOR-PER-LEIDAS
003720     DISPLAY "Personas anonimizadas hoy........: "
003730         CONTADOR-PER-ANONIMIZADAS
003740     DISPLAY "Personas ya anonimizadas.........: "
003750         CONTADOR-PER-YA-ANONIMAS
003760     DISPLAY "Dependientes leidos de PERSDEPH..: "
003770         CONTADOR-DEP-LEIDOS
003780     DISPLAY "Dependientes anonimizados hoy....: "
003790         CONTADOR-DEP-ANONIMIZADOS
003800     DISPLAY "Errores de grabacion.............: "
003810         CONTADOR-ERRORES.
003811*-----------------------------------------------------------------
003812*  Con PERSHISTN y PERSDEPHN grabados sin error, las lineas "N"
003813*  preparadas en PERSAUDN se anaden a PERSAUDT.
003814*-----------------------------------------------------------------
003815 6000-TRASPASAR-AUDITORIA.
003816     OPEN INPUT AUDITORIA-PENDIENTE
003817     OPEN EXTEND AUDITORIA-ARCHIVO
003818     SET QUEDAN-AUDITORIAS TO TRUE
003819     PERFORM 6100-LEER-PENDIENTE
003820     PERFORM 6200-TRASPASAR-LINEA
003821         UNTIL NO-QUEDAN-AUDITORIAS
003822     CLOSE AUDITORIA-PENDIENTE
003823     CLOSE AUDITORIA-ARCHIVO
003824     DISPLAY "Lineas de auditoria anotadas.....: "
003825         CONTADOR-AUDITADAS.
003826 6100-LEER-PENDIENTE.
003827     READ AUDITORIA-PENDIENTE
003828         AT END
003829             SET NO-QUEDAN-AUDITORIAS TO TRUE
003830     END-READ
003831     IF FS-AUD-PENDIENTE NOT = "00"
003832         AND FS-AUD-PENDIENTE NOT = "10"
003833         ADD 1 TO CONTADOR-ERRORES-AUDITORIA
003834         DISPLAY "No se pudo leer PERSAUDN; estado "
003835             FS-AUD-PENDIENTE
003836         SET NO-QUEDAN-AUDITORIAS TO TRUE
003837     END-IF.
003838 6200-TRASPASAR-LINEA.
003839     MOVE AUDITORIA-REGISTRO TO LINEA-AUDITORIA
003840     WRITE LINEA-AUDITORIA
003841     IF FS-AUDITORIA NOT = "00"
003842         ADD 1 TO CONTADOR-ERRORES-AUDITORIA
003843         DISPLAY "No se pudo anotar en PERSAUDT la persona "
003844             AUD-PERSONA-ID "; estado " FS-AUDITORIA
003845     ELSE
003846         ADD 1 TO CONTADOR-AUDITADAS
003847     END-IF
003848     PERFORM 6100-LEER-PENDIENTE.
003849 9999-FIN.
003850     STOP RUN.
003851 END PROGRAM ANONIMIZAR-HISTORICO.
