000010*****************************************************************
000020*  DOCUFLAG.CPY
000030*  Result flag shared between VALIDAR-DOCUMENTO and every caller
000040*  so the S/N values and the condition names always agree, al
000050*  estilo de TELFFLAG.
000060*****************************************************************
000070 01  DOCUMENTO-VALIDO            PIC X(01).
000080     88  DOCUMENTO-ES-VALIDO              VALUE "S".
000090     88  DOCUMENTO-NO-ES-VALIDO           VALUE "N".
