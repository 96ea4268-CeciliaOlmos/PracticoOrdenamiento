000010*****************************************************************
000020* CAJTRANS - TRANSACTION RECORD FOR THE CAJEROS MAINTENANCE RUN
000030*            (CAJMT01). CJT-TIPO SELECTS ADD/CHANGE/DELETE AGAINST
000040*            THE INDEXED CAJEROS FILE, KEYED ON CJT-COD. A TELLER
000050*            WHO LEAVES IS NORMALLY CHANGED TO CJT-ACTIVO 'N'
000060*            RATHER THAN DELETED, SO THE NAME STILL PRINTS ON THE
000070*            DRAWER RECONCILIATION FOR DAYS ALREADY POSTED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   15/10/2026 RCA   INITIAL VERSION.
000120*****************************************************************
000130 01  CJT-REG.
000140     03  CJT-TIPO               PIC X(01).
000150         88  CJT-ALTA                   VALUE 'A'.
000160         88  CJT-CAMBIO                 VALUE 'C'.
000170         88  CJT-BAJA                   VALUE 'D'.
000180     03  CJT-COD                PIC X(06).
000190     03  CJT-NOM                PIC X(20).
000200     03  CJT-FILIAL             PIC 9(03).
000210     03  CJT-ACTIVO             PIC X(01).
000220     03  CJT-LIMITE             PIC 9(08)V99.
000230     03  CJT-SUPERVISOR         PIC X(01).
