000010*****************************************************************
000020*  CADCTL.CPY
000030*  Registro unico de control de EJECUTAR-CADENA: si la ultima
000040*  cadena nocturna termino o se paro, y en este caso en que paso
000050*  (el que supero su retorno maximo o no pudo arrancar por haber
000060*  sesiones abiertas), con que retorno y cuando, para que al
000070*  relanzarla se siga desde ese paso sin repetir los anteriores.
000080*  Sigue el mismo patron de registro unico con clave "1" que
000090*  CTRLREG y CARGCHK.
000100*
000110*  Modification history
000120*  ---------------------------------------------------------
000130*  2026-10-15  JAC  Copybook nueva.
000140*****************************************************************
000150 01  CADENA-CONTROL-REGISTRO.
000160     05  CAD-CLAVE                   PIC X(01).
000170     05  CAD-ESTADO                  PIC X(01).
000180         88  CADENA-PARADA                    VALUE "P".
000190         88  CADENA-TERMINADA                 VALUE "T".
000200     05  CAD-PASO-PARADO             PIC 9(02).
000210     05  CAD-PROGRAMA                PIC X(20).
000220     05  CAD-RETORNO                 PIC 9(04).
000230     05  CAD-MOTIVO                  PIC X(01).
000240         88  CAD-POR-RETORNO                  VALUE "R".
000250         88  CAD-POR-SESIONES                 VALUE "S".
000260     05  CAD-FECHA                   PIC 9(08).
000270     05  CAD-HORA                    PIC 9(08).
