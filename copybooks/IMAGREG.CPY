000010*****************************************************************
000020*  IMAGREG.CPY
000030*  Una linea del diario de imagenes posteriores (PERSIMAG): la
000040*  imagen completa de un registro de PERSDAT o PERSDEP tal como
000050*  quedo despues de grabarlo, regrabarlo o eliminarlo, con la
000060*  fecha, la hora y el operador.  PERSAUDT solo guarda el valor
000070*  anterior y no sirve para rehacer el trabajo del dia; con
000080*  este diario RECUPERAR-ARCHIVOS reaplica, sobre lo que
000090*  reconstruye RECONSTRUIR-ARCHIVOS, todo lo grabado desde la
000100*  ultima descarga.
000110*
000120*  DESCARGAR-ARCHIVOS vacia el diario tras cada descarga
000130*  correcta y deja como primera linea una cabecera (IMG-TIPO
000140*  "C") con la fecha y hora de la descarga.  En una eliminacion
000150*  la imagen es la del registro antes de eliminarlo; solo se
000160*  usa su clave.
000170*
000180*  Modification history
000190*  ---------------------------------------------------------
000200*  2026-10-15  JAC  Copybook nueva.
000210*****************************************************************
000220 01  IMAGEN-REGISTRO.
000230     05  IMG-FECHA               PIC 9(08).
000240     05  IMG-HORA                PIC 9(08).
000250     05  IMG-OPERADOR            PIC X(20).
000260     05  IMG-TIPO                PIC X(01).
000270         88  IMG-ES-CABECERA              VALUE "C".
000280         88  IMG-DE-PERSONA               VALUE "P".
000290         88  IMG-DE-DEPENDIENTE           VALUE "D".
000300     05  IMG-OPERACION           PIC X(01).
000310         88  IMG-GRABADA                  VALUE "G".
000320         88  IMG-ELIMINADA                VALUE "E".
000330     05  IMG-DATOS               PIC X(132).
000340     05  IMG-DATOS-DEP REDEFINES IMG-DATOS.
000350         10  IMG-DEPENDIENTE     PIC X(65).
000360         10  FILLER              PIC X(67).
