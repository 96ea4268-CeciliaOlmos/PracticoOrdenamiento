000100*   09/08/2026 RCA   INITIAL VERSION, SPLIT OUT OF SOCORD01.
000110*   09/08/2026 RCA   ADDED SRT-FILIAL (BRANCH CODE).
000120*   22/08/2026 RCA   MEMBER CODE SRT-COD WIDENED TO SIX DIGITS.
000130*   15/10/2026 RCA   ADDED SRT-ESTADO (MEMBER STATUS) FOR THE
000140*                    ESTADO COLUMN OF THE ORDERED LISTING.
000150*****************************************************************
000160 01  SRT-REG.
000170     03  SRT-COD                PIC 9(06).
000180     03  SRT-NOM                PIC X(20).
000190     03  SRT-SALDO              PIC S9(8)V99.
000200     03  SRT-NOM-FILIAL         PIC X(15).
000210     03  SRT-FILIAL             PIC 9(03).
000220     03  SRT-ESTADO             PIC X(01).
