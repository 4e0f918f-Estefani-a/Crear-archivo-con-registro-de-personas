000310*                   anos cumplidos, que este programa hacia inline
000320*                   para los dependientes, se traslado al
000330*                   subprograma CALCULAR-EDAD y lo usan ambos.
000331*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa con
000332*                   duplicados por PERSONA-CENTRO-COSTE, para los
000333*                   listados por centro y para saber si un centro
000334*                   tiene personas activas; todos los programas
000335*                   que abren el fichero declaran la misma clave.
000336*  2026-10-15  JAC  PERSDAT lleva ademas clave alternativa unica
000337*                   por PERSONA-DOCUMENTO, suprimida cuando esta
000338*                   en blanco; todos los programas que abren el
000339*                   fichero declaran la misma clave.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000420         RECORD KEY IS PERSONA-ID
000430         ALTERNATE RECORD KEY IS PERSONA-APELLIDOS
000440             WITH DUPLICATES
000442         ALTERNATE RECORD KEY IS PERSONA-CENTRO-COSTE
000444             WITH DUPLICATES
000446         ALTERNATE RECORD KEY IS PERSONA-DOCUMENTO
000448             SUPPRESS WHEN SPACES
000450         FILE STATUS IS FS-PERSONAS.
000460     SELECT OPTIONAL DEPENDIENTES-ARCHIVO
000470         ASSIGN TO "PERSDEP"
