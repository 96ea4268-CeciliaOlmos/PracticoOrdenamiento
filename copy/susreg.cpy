000010*****************************************************************
000020* SUSREG   - BANK SUSPENSE ITEM AS SOCBK01 WRITES IT: THE
000030*            UNMATCHED COLLECTION RECORD EXACTLY AS THE BANK
000040*            SENT IT (COPY BNKREG) PLUS THE REJECTION MOTIVE.
000050*            THE DAILY SOCIOSUS FILE IS ONLY A DROP - SOCSU01
000060*            LOADS EACH ITEM ONTO THE STANDING SUSPENSO
000070*            MASTER (COPY SUPREG) WHERE IT IS WORKED OFF.
000080*            MOTIVES: CN CODE NOT NUMERIC, NE MEMBER NOT ON
000090*            FILE, IM AMOUNT INVALID, FE DATE INVALID.
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*   DATE       INIT  DESCRIPTION
000130*   15/10/2026 RCA   INITIAL VERSION - LAYOUT MOVED OUT OF
000140*                    SOCBK01 SO THE WORK-OFF SHARES IT.
000150*****************************************************************
000160 01  SUS-REG.
000170     03  SUS-COD                PIC X(06).
000180     03  SUS-IMPORTE            PIC X(10).
000190     03  SUS-IMPORTE-NUM REDEFINES SUS-IMPORTE
000200                                PIC 9(08)V99.
000210     03  SUS-FECHA              PIC X(08).
000220     03  SUS-REFER              PIC X(10).
000230     03  SUS-MOTIVO             PIC X(02).
