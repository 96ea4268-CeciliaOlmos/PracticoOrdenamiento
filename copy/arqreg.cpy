000010*****************************************************************
000020* ARQREG   - DRAWER COUNT CARD (ARQUEO) FOR THE DAILY CASH-DRAWER
000030*            RECONCILIATION (CAJAR01). ONE CARD PER TELLER AND
000040*            DAY: THE CASH COUNTED IN THE DRAWER AT CLOSE, NET OF
000050*            THE FIXED CHANGE FUND, I.E. WHAT THE TELLER TOOK IN.
000060*-----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   DATE       INIT  DESCRIPTION
000090*   15/10/2026 RCA   INITIAL VERSION.
000100*****************************************************************
000110 01  ARQ-REG.
000120     03  ARQ-CAJERO             PIC X(06).
000130     03  ARQ-FECHA              PIC 9(08).
000140     03  ARQ-IMPORTE            PIC 9(08)V99.
000150     03  ARQ-IMPORTE-X REDEFINES ARQ-IMPORTE
000160                                PIC X(10).
