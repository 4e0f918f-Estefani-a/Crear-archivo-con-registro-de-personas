000010*****************************************************************
000020*  CCOSREG.CPY
000030*  Un centro de coste en CENTROS-ARCHIVO (PERSCCOS), clave
000040*  CCO-CODIGO: descripcion, responsable y si esta activo.
000050*  Contabilidad imputa la plantilla por este codigo y nomina
000060*  separa los costes por el; cada persona lleva el suyo en
000070*  PERSONA-CENTRO-COSTE (PERSREG).  Un centro inactivo se
000080*  conserva para que las personas dadas de baja sigan
000090*  apuntando a un codigo que existe, pero ya no admite altas.
000100*
000110*  Modification history
000120*  ---------------------------------------------------------
000130*  2026-10-15  JAC  Copybook nueva.
000140*****************************************************************
000150 01  CENTRO-REGISTRO.
000160     05  CCO-CODIGO              PIC X(04).
000170     05  CCO-DESCRIPCION         PIC X(30).
000180     05  CCO-RESPONSABLE         PIC X(30).
000190     05  CCO-ESTADO              PIC X(01).
000200         88  CENTRO-ACTIVO                VALUE "A".
000210         88  CENTRO-INACTIVO              VALUE "I".
