000010*****************************************************************
000020*  MOVLREG.CPY
000030*  Un movimiento laboral de una persona en MOVIMIENTOS-ARCHIVO
000040*  (PERSMOVL): ingreso en la empresa, baja con su motivo o
000050*  reingreso, con la fecha en que surte efecto y quien lo
000060*  grabo.  PERSONA-ESTADO solo dice si la persona esta activa o
000070*  borrada; aqui queda cuando entro, cuando salio y por que, y
000080*  cada periodo anterior de una persona que vuelve.
000090*  MOV-SECUENCIA numera los movimientos dentro de la misma
000100*  persona, como DEP-SECUENCIA en DEPREG.
000110*
000120*  Modification history
000130*  ---------------------------------------------------------
000140*  2026-10-15  JAC  Copybook nueva.
000150*****************************************************************
000160 01  MOVIMIENTO-REGISTRO.
000170     05  MOV-CLAVE.
000180         10  MOV-PERSONA-ID          PIC X(06).
000190         10  MOV-SECUENCIA           PIC 9(03).
000200     05  MOV-TIPO                    PIC X(01).
000210         88  MOV-ES-INGRESO                   VALUE "I".
000220         88  MOV-ES-BAJA                      VALUE "B".
000230         88  MOV-ES-REINGRESO                 VALUE "R".
000240     05  MOV-FECHA-EFECTIVA          PIC 9(08).
000250     05  MOV-MOTIVO                  PIC X(01).
000260         88  MOTIVO-FIN-CONTRATO              VALUE "F".
000270         88  MOTIVO-VOLUNTARIA                VALUE "V".
000280         88  MOTIVO-JUBILACION                VALUE "J".
000290         88  MOTIVO-DESPIDO                   VALUE "D".
000300         88  MOTIVO-DE-BAJA-VALIDO    VALUE "F" "V" "J" "D".
000310     05  MOV-FECHA-GRABACION         PIC 9(08).
000320     05  MOV-OPERADOR                PIC X(20).
