000310*  2026-09-01  JAC  La columna EDAD sale calculada al dia con
000320*                   CALCULAR-EDAD desde PERSONA-FECHA-NACIMIENTO;
000330*                   N/D si la fecha no esta grabada.
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
000460 DATA DIVISION.
000470 FILE SECTION.
