000010*****************************************************************
000020*  PARTFLAG.CPY
000030*  Result flag shared between VALIDAR-PARENTESCO and every
000040*  caller so the S/N values and the condition names always
000050*  agree, al estilo de TELFFLAG.
000060*****************************************************************
000070 01  PARENTESCO-VALIDO           PIC X(01).
000080     88  PARENTESCO-ES-VALIDO             VALUE "S".
000090     88  PARENTESCO-NO-ES-VALIDO          VALUE "N".
