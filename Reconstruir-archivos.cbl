000410*                   sesion de escritura en PERSUSO al arrancar y la
000420*                   libera al terminar; con sesiones interactivas
000430*                   abiertas no arranca y termina con retorno 8.
000431*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000432*                   duplicados por PERSONA-CENTRO-COSTE, para los
000433*                   listados por centro y para saber si un centro
000434*                   tiene personas activas; todos los programas
000435*                   que abren el fichero declaran la misma clave.
000436*  2026-10-15  JAC  DESCARGA-REGISTRO pasa de 119 a 123 bytes por
000437*                   PERSONA-CENTRO-COSTE; una descarga hecha con
000438*                   el layout de 119 se recarga tal cual, con el
000439*                   centro en blanco, porque el campo va al final.
000440*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000441*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000442*                   en blanco; todos los programas que abren el
000443*                   fichero declaran la misma clave.
000444*  2026-10-15  JAC  DESCARGA-REGISTRO pasa de 123 a 132 bytes por
000445*                   PERSONA-DOCUMENTO; una descarga hecha con el
000446*                   layout de 123 se recarga con el documento en
000447*                   blanco, que la clave alternativa unica admite
000448*                   porque se suprime.
000449*  2026-10-15  JAC  DESCARGA-DEP-REGISTRO pasa de 62 a 65 bytes
000450*                   por DEP-PARENTESCO-COD y DEP-BENEFICIO; una
000451*                   descarga anterior se recarga con ambos en
000452*                   blanco.
000453*****************************************************************
000454 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL PERSONAS-ARCHIVO
000520         RECORD KEY IS PERSONA-ID
000530         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000540             WITH DUPLICATES
000542         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000544             WITH DUPLICATES
000546         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000548             SUPPRESS WHEN SPACES
000550         FILE STATUS IS FS-PERSONAS.
000560     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000570         ASSIGN TO "PERSDEP"
000740 FD  DEPENDIENTES-ARCHIVO.
000750 COPY DEPREG.
000760 FD  DESCARGA-PERSONAS.
000770 01  DESCARGA-REGISTRO           PIC X(132).
000780 FD  DESCARGA-DEPENDIENTES.
000790 01  DESCARGA-DEP-REGISTRO       PIC X(65).
000800 WORKING-STORAGE SECTION.
000810 01  FS-PERSONAS                 PIC X(02).
000820 01  FS-DEPENDIENTES             PIC X(02).
