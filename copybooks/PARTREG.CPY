000010*****************************************************************
000020*  PARTREG.CPY
000030*  Un parentesco codificado en PARENTESCOS-ARCHIVO (PERSPARE),
000040*  clave PRT-CODIGO: descripcion normalizada y edad a partir de
000050*  la cual el dependiente deja de dar derecho a beneficio.
000060*  Cada dependiente lleva el codigo en DEP-PARENTESCO-COD
000070*  (DEPREG) y la descripcion copiada en DEP-PARENTESCO, para
000080*  que los listados y el desglose de ESTADISTICA-PERSONAS no
000090*  dependan de como se teclee.  PRT-EDAD-LIMITE a cero quiere
000100*  decir que el parentesco no vence por edad (conyuge, etc.).
000110*
000120*  Modification history
000130*  ---------------------------------------------------------
000140*  2026-10-15  JAC  Copybook nueva.
000150*****************************************************************
000160 01  PARENTESCO-REGISTRO.
000170     05  PRT-CODIGO              PIC X(02).
000180     05  PRT-DESCRIPCION         PIC X(15).
000190     05  PRT-EDAD-LIMITE         PIC 9(03).
000200         88  PRT-SIN-LIMITE               VALUE ZERO.
