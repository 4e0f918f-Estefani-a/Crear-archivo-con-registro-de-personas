000430*                   comprobar solo al arrancar dejaba el volcado
000440*                   abierto a que una sesion de ventanilla
000450*                   escribiera a mitad y PERSDESC saliera a medias.
000451*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000452*                   duplicados por PERSONA-CENTRO-COSTE, para los
000453*                   listados por centro y para saber si un centro
000454*                   tiene personas activas; todos los programas
000455*                   que abren el fichero declaran la misma clave.
000457*  2026-10-15  JAC  DESCARGA-REGISTRO pasa de 119 a 123 bytes por
000459*                   PERSONA-CENTRO-COSTE.
000460*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000461*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000462*                   en blanco; todos los programas que abren el
000463*                   fichero declaran la misma clave.
000464*  2026-10-15  JAC  DESCARGA-REGISTRO pasa de 123 a 132 bytes por
000465*                   PERSONA-DOCUMENTO.
000466*  2026-10-15  JAC  DESCARGA-DEP-REGISTRO pasa de 62 a 65 bytes
000467*                   por DEP-PARENTESCO-COD y DEP-BENEFICIO.
000468*  2026-10-15  JAC  Tras una descarga completa se vacia el diario
000469*                   de imagenes PERSIMAG y se deja en el una
000470*                   cabecera con la fecha y hora de la descarga;
000471*                   si alguna escritura de PERSDESC o DEPDESC
000472*                   falla, el diario se conserva y la descarga
000473*                   termina con retorno 8.
000474*****************************************************************
000475 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL PERSONAS-ARCHIVO
000540         RECORD KEY IS PERSONA-ID
000550         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000560             WITH DUPLICATES
000562         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000564             WITH DUPLICATES
000566         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000568             SUPPRESS WHEN SPACES
000570         FILE STATUS IS FS-PERSONAS.
000580     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000590         ASSIGN TO "PERSDEP"
000690         ASSIGN TO "DEPDESC"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-DESC-DEP.
000712     SELECT OPTIONAL IMAGENES-ARCHIVO
000714         ASSIGN TO "PERSIMAG"
000716         ORGANIZATION IS LINE SEQUENTIAL
000718         FILE STATUS IS FS-IMAGENES.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PERSONAS-ARCHIVO.
000770 COPY DEPREG.
000780*-----------------------------------------------------------------
000790*  Los registros se vuelcan tal cual, con la misma longitud que
000800*  los layouts de PERSREG (132) y DEPREG (65), igual que hacen
000810*  los historicos de la depuracion de fin de ano.
000820*-----------------------------------------------------------------
000830 FD  DESCARGA-PERSONAS.
000840 01  DESCARGA-REGISTRO           PIC X(132).
000850 FD  DESCARGA-DEPENDIENTES.
000860 01  DESCARGA-DEP-REGISTRO       PIC X(65).
000862 FD  IMAGENES-ARCHIVO.
000864 COPY IMAGREG.
000870 WORKING-STORAGE SECTION.
000880 01  FS-PERSONAS                 PIC X(02).
000890 01  FS-DEPENDIENTES             PIC X(02).
000900 01  FS-DESC-PERSONAS            PIC X(02).
000910 01  FS-DESC-DEP                 PIC X(02).
000912 01  FS-IMAGENES                 PIC X(02).
000914 01  RESULTADO-DESCARGA          PIC X(01) VALUE "S".
000916     88  DESCARGA-CORRECTA                VALUE "S".
000918     88  DESCARGA-CON-ERRORES             VALUE "N".
000920 01  HAY-MAS-REGISTROS           PIC X(01) VALUE "S".
000930     88  QUEDAN-REGISTROS                 VALUE "S".
000940     88  NO-QUEDAN-REGISTROS              VALUE "N".
001210     PERFORM 3000-DESCARGAR-DEPENDIENTES
001220     PERFORM 4000-MOSTRAR-RESUMEN
001230     PERFORM 5000-PROCEDIMIENTO-DE-CIERRE
001240     IF DESCARGA-CORRECTA
001241         PERFORM 6000-INICIAR-DIARIO-IMAGENES
001242     ELSE
001243         DISPLAY "La descarga no salio completa; el diario de "
001244             "imagenes PERSIMAG se conserva."
001245         MOVE 8 TO DIARIO-RETORNO
001246         MOVE 8 TO RETURN-CODE
001247     END-IF
001248     PERFORM 0600-LIBERAR-SESION
001250     PERFORM 8100-ANOTAR-FIN
001260     GO TO 9999-FIN.
001270 0400-IDENTIFICAR-OPERADOR.
001800         OPEN INPUT DEPENDIENTES-ARCHIVO
001810     END-IF
001820     OPEN OUTPUT DESCARGA-PERSONAS
001830     IF FS-DESC-PERSONAS NOT = "00"
001831         SET DESCARGA-CON-ERRORES TO TRUE
001832     END-IF
001833     OPEN OUTPUT DESCARGA-DEPENDIENTES
001834     IF FS-DESC-DEP NOT = "00"
001835         SET DESCARGA-CON-ERRORES TO TRUE
001836     END-IF.
001840 5000-PROCEDIMIENTO-DE-CIERRE.
001850     CLOSE PERSONAS-ARCHIVO
001860     CLOSE DEPENDIENTES-ARCHIVO
001990 2200-VOLCAR-PERSONA.
002000     MOVE PERSONAS-REGISTRO TO DESCARGA-REGISTRO
002010     WRITE DESCARGA-REGISTRO
002020     IF FS-DESC-PERSONAS NOT = "00"
002022         SET DESCARGA-CON-ERRORES TO TRUE
002024     END-IF
002026     ADD 1 TO CONTADOR-PERSONAS
002030     PERFORM 2100-LEER-PERSONA.
002040 3000-DESCARGAR-DEPENDIENTES.
002050     SET QUEDAN-REGISTROS TO TRUE
002140 3200-VOLCAR-DEPENDIENTE.
002150     MOVE DEPENDIENTE-REGISTRO TO DESCARGA-DEP-REGISTRO
002160     WRITE DESCARGA-DEP-REGISTRO
002170     IF FS-DESC-DEP NOT = "00"
002172         SET DESCARGA-CON-ERRORES TO TRUE
002174     END-IF
002176     ADD 1 TO CONTADOR-DEPENDIENTES
002180     PERFORM 3100-LEER-DEPENDIENTE.
002190 4000-MOSTRAR-RESUMEN.
002200     DISPLAY "Personas descargadas....: " CONTADOR-PERSONAS
002210     DISPLAY "Dependientes descargados: " CONTADOR-DEPENDIENTES.
002211*-----------------------------------------------------------------
002212*  Con la descarga completa, las imagenes anteriores ya estan
002213*  dentro de PERSDESC y DEPDESC: el diario se vacia y empieza
002214*  con una cabecera que fecha la descarga.  Se hace con la marca
002215*  de PERSUSO todavia puesta, para que ninguna sesion de
002216*  escritura anote en medio.
002217*-----------------------------------------------------------------
002218 6000-INICIAR-DIARIO-IMAGENES.
002219     OPEN OUTPUT IMAGENES-ARCHIVO
002220     IF FS-IMAGENES NOT = "00"
002221         DISPLAY "No se pudo vaciar el diario PERSIMAG; estado "
002222             FS-IMAGENES
002223         MOVE 8 TO DIARIO-RETORNO
002224         MOVE 8 TO RETURN-CODE
002225     ELSE
002226         MOVE SPACE TO IMAGEN-REGISTRO
002227         ACCEPT IMG-FECHA FROM DATE YYYYMMDD
002228         ACCEPT IMG-HORA FROM TIME
002229         MOVE OPERADOR-TERMINAL TO IMG-OPERADOR
002230         SET IMG-ES-CABECERA TO TRUE
002231         WRITE IMAGEN-REGISTRO
002232         CLOSE IMAGENES-ARCHIVO
002233         DISPLAY "Diario de imagenes PERSIMAG vaciado."
002234     END-IF.
002235 9999-FIN.
002236     STOP RUN.
002240 END PROGRAM DESCARGAR-ARCHIVOS.
