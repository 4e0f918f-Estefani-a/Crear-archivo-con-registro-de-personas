000010*****************************************************************
000020*  IMAGPARM.CPY
000030*  Parametros de llamada a ANOTAR-IMAGEN compartidos por todos
000040*  los programas que escriben en PERSDAT o PERSDEP, para que
000050*  los codigos de tipo y de operacion coincidan siempre con los
000060*  de IMAGREG.  IMAGEN-DATOS lleva el registro completo; el de
000070*  un dependiente ocupa solo el principio.
000080*****************************************************************
000090 01  IMAGEN-TIPO                 PIC X(01).
000100     88  IMAGEN-DE-PERSONA                VALUE "P".
000110     88  IMAGEN-DE-DEPENDIENTE            VALUE "D".
000120 01  IMAGEN-OPERACION            PIC X(01).
000130     88  IMAGEN-GRABADA                   VALUE "G".
000140     88  IMAGEN-ELIMINADA                 VALUE "E".
000150 01  IMAGEN-DATOS                PIC X(132).
