000040*  (empleado), enlazado por PERSONA-ID.  DEP-SECUENCIA distingue
000050*  entre varios dependientes de la misma persona dentro del
000060*  fichero indexado DEPENDIENTES-ARCHIVO.
000061*
000062*  DEP-PARENTESCO-COD remite a la tabla de parentescos (PARTREG,
000063*  PERSPARE); DEP-PARENTESCO guarda la descripcion de la tabla.
000064*  Los dependientes grabados antes de existir la tabla tienen
000065*  el codigo en blanco y el parentesco tal como se tecleo, hasta
000066*  que se corrigen en MANTENIMIENTO-DEPENDIENTES.  DEP-BENEFICIO
000067*  lo marca VENCIMIENTO-BENEFICIARIOS cuando el dependiente
000068*  supera la edad limite de su parentesco; en blanco cuenta
000069*  como vigente.
000070*
000080*  Modification history
000090*  ---------------------------------------------------------
000100*  2026-08-09  JAC  Copybook nueva.
000102*  2026-10-15  JAC  Se anaden DEP-PARENTESCO-COD y DEP-BENEFICIO,
000104*                   al final del registro para no invalidar lo
000106*                   ya grabado.
000110*****************************************************************
000120 01  DEPENDIENTE-REGISTRO.
000130     05  DEP-CLAVE.
000160     05  DEP-NOMBRE                  PIC X(30).
000170     05  DEP-PARENTESCO              PIC X(15).
000180     05  DEP-FECHA-NACIMIENTO        PIC 9(08).
000190     05  DEP-PARENTESCO-COD          PIC X(02).
000200     05  DEP-BENEFICIO               PIC X(01).
000210         88  DEP-BENEFICIO-VIGENTE            VALUE "S" " ".
000220         88  DEP-BENEFICIO-VENCIDO            VALUE "V".
