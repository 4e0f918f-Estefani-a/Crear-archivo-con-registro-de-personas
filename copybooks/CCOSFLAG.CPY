000010*****************************************************************
000020*  CCOSFLAG.CPY
000030*  Result flag shared between VALIDAR-CENTRO and every caller
000040*  so the values and the condition names always agree, al
000050*  estilo de TELFFLAG.  Distingue el centro que no existe del
000060*  que existe pero esta inactivo, para dar el aviso adecuado.
000070*****************************************************************
000080 01  CENTRO-VALIDO               PIC X(01).
000090     88  CENTRO-ES-VALIDO                 VALUE "S".
000100     88  CENTRO-NO-EXISTE                 VALUE "N".
000110     88  CENTRO-ESTA-INACTIVO             VALUE "I".
000120     88  CENTRO-NO-ES-VALIDO              VALUE "N" "I".
