000010*****************************************************************
000020*  PENDREG.CPY
000030*  Un cambio programado con fecha efectiva en
000040*  PENDIENTES-ARCHIVO (PERSPEND): una correccion o una baja de
000050*  la persona, o un alta, una correccion o una baja de un
000060*  dependiente, que se graba hoy desde MANTENIMIENTO-PERSONAS o
000070*  MANTENIMIENTO-DEPENDIENTES y que APLICAR-PENDIENTES aplica en
000080*  la noche de su fecha efectiva, antes de EXTRAER-NOMINA, para
000090*  que nomina no lo reciba antes de tiempo.
000100*
000110*  La clave lleva la persona y la fecha efectiva, de modo que
000120*  los cambios de una persona se aplican en el orden de sus
000130*  fechas; PEN-SECUENCIA separa los de la misma persona y dia.
000140*
000150*  PEN-DATOS lleva la imagen del registro de PERSREG o de
000160*  DEPREG.  En una correccion solo van rellenos los campos que
000170*  cambian (el resto en blanco, y la fecha de nacimiento a
000180*  cero), para no pisar al aplicarla lo que se haya corregido
000190*  entre tanto; en un alta de dependiente va el registro
000200*  completo salvo DEP-SECUENCIA, que se asigna al aplicarlo; en
000210*  una baja va el registro tal como estaba al programarla, y
000220*  solo se usa su clave.
000230*
000240*  Los cambios no se borran: al aplicarlos, anularlos o
000250*  rechazarlos se cambia PEN-ESTADO y se anota quien y cuando.
000260*
000270*  Modification history
000280*  ---------------------------------------------------------
000290*  2026-10-15  JAC  Copybook nueva.
000300*****************************************************************
000310 01  PENDIENTE-REGISTRO.
000320     05  PEN-CLAVE.
000330         10  PEN-PERSONA-ID          PIC X(06).
000340         10  PEN-FECHA-EFECTIVA      PIC 9(08).
000350         10  PEN-SECUENCIA           PIC 9(03).
000360     05  PEN-TIPO                    PIC X(01).
000370         88  PEN-DE-PERSONA                   VALUE "P".
000380         88  PEN-DE-DEPENDIENTE               VALUE "D".
000390     05  PEN-ACCION                  PIC X(01).
000400         88  PEN-ES-ALTA                      VALUE "A".
000410         88  PEN-ES-CORRECCION                VALUE "C".
000420         88  PEN-ES-BAJA                      VALUE "B".
000430     05  PEN-ESTADO                  PIC X(01).
000440         88  PEN-PENDIENTE                    VALUE "P".
000450         88  PEN-APLICADO                     VALUE "A".
000460         88  PEN-ANULADO                      VALUE "X".
000470         88  PEN-RECHAZADO                    VALUE "R".
000480     05  PEN-MOTIVO-BAJA             PIC X(01).
000490     05  PEN-OPERADOR                PIC X(20).
000500     05  PEN-FECHA-GRABACION         PIC 9(08).
000510     05  PEN-HORA-GRABACION          PIC 9(08).
000520     05  PEN-FECHA-CIERRE            PIC 9(08).
000530     05  PEN-OPERADOR-CIERRE         PIC X(20).
000540     05  PEN-RESULTADO               PIC X(30).
000550     05  PEN-DATOS                   PIC X(132).
000560     05  PEN-DATOS-DEP REDEFINES PEN-DATOS.
000570         10  PEN-DEPENDIENTE         PIC X(65).
000580         10  FILLER                  PIC X(67).
