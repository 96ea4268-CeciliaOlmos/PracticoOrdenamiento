000010*****************************************************************
000020* CAJSIS   - SYSTEM PSEUDO-TELLERS. THE DECK GENERATORS POST
000030*            UNDER THESE CODES INSTEAD OF A REAL TELLER: FACTUR
000040*            (SOCFA01, SOCRG01, SOCCU01), BANCO (SOCBK01) AND
000050*            SUSPEN (SOCSU01). THEY BATCH FOR EVERY FILIAL, HAVE
000060*            NO CASH DRAWER AND NO SINGLE-MOVEMENT LIMIT, SO
000070*            SOCMV01 DOES NOT CHECK THEM AGAINST THE CAJEROS
000080*            MASTER ON A RUN CARRYING THE SOCIOMVO ORIGIN CARD
000090*            (REJECTING THEM ON A KEYED RUN), CAJMT01 REFUSES
000100*            THEM AS TELLER CODES AND CAJAR01 LEAVES THEM OUT OF
000110*            THE DRAWER RECONCILIATION.
000120*            A NEW GENERATOR CODE IS ADDED HERE AND IN THE OCCURS.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE       INIT  DESCRIPTION
000160*   15/10/2026 RCA   INITIAL VERSION.
000170*   15/10/2026 RCA   SOCMV01 ACCEPTS THESE CODES ONLY ON A
000180*                    GENERATED-DECK RUN (SOCIOMVO CARD 'G').
000190*****************************************************************
000200 01  WS-TABLA-CAJ-SISTEMA.
000210     05  FILLER                 PIC X(06) VALUE 'FACTUR'.
000220     05  FILLER                 PIC X(06) VALUE 'BANCO '.
000230     05  FILLER                 PIC X(06) VALUE 'SUSPEN'.
000240 01  WS-TABLA-CAJ-SISTEMA-R REDEFINES WS-TABLA-CAJ-SISTEMA.
000250     05  CSI-ENTRY              OCCURS 3 TIMES
000260                                INDEXED BY CSI-IDX.
000270         10  CSI-COD            PIC X(06).
