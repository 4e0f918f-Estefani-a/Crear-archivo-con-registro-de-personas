000010*****************************************************************
000020*  PASOREG.CPY
000030*  Un paso de la cadena nocturna en el fichero de pasos PERSPASO
000040*  que recorre EJECUTAR-CADENA: numero de orden, programa (el
000050*  nombre con que se anota en PERSDIAR), codigo de retorno
000060*  maximo admitido y mandato con que se lanza.  Lo mantiene
000070*  operaciones con un editor, una linea por paso, en columnas
000080*  fijas y con los pasos en orden creciente.
000090*
000100*  Modification history
000110*  ---------------------------------------------------------
000120*  2026-10-15  JAC  Copybook nueva.
000130*****************************************************************
000140 01  PASO-REGISTRO.
000150     05  PAS-ORDEN                   PIC 9(02).
000160     05  FILLER                      PIC X(01).
000170     05  PAS-PROGRAMA                PIC X(20).
000180     05  FILLER                      PIC X(01).
000190     05  PAS-RETORNO-MAXIMO          PIC 9(04).
000200     05  FILLER                      PIC X(01).
000210     05  PAS-MANDATO                 PIC X(80).
