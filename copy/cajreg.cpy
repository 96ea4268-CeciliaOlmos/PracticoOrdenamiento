000010*****************************************************************
000020* CAJREG   - RECORD LAYOUT FOR CAJEROS (TELLER MASTER FILE),
000030*            INDEXED ON CAJ-COD, THE SAME SIX CHARACTERS THE
000040*            TELLER KEYS ON LOT-CAJERO AND MOV-CAJERO. MAINTAINED
000050*            BY CAJMT01. SOCMV01 POSTS A BATCH ONLY FOR A TELLER
000060*            ON FILE, ACTIVE AND OF THE BATCH'S FILIAL, AND ANY
000070*            SINGLE MOVEMENT ABOVE CAJ-LIMITE ONLY WITH A
000080*            SUPERVISOR'S AUTHORIZATION CARD (CAJ-SUPERVISOR).
000090*            CAJAR01 RECONCILES EACH TELLER'S COUNTED CASH
000100*            AGAINST WHAT WAS POSTED UNDER THE CODE. THE SYSTEM
000110*            PSEUDO-TELLERS (COPY CAJSIS) ARE NEVER ON THIS FILE.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   15/10/2026 RCA   INITIAL VERSION.
000160*****************************************************************
000170 01  CAJ-REG.
000180     03  CAJ-COD                PIC X(06).
000190     03  CAJ-NOM                PIC X(20).
000200     03  CAJ-FILIAL             PIC 9(03).
000210     03  CAJ-ACTIVO             PIC X(01).
000220         88  CAJ-HABILITADO             VALUE 'S'.
000230     03  CAJ-LIMITE             PIC 9(08)V99.
000240     03  CAJ-SUPERVISOR         PIC X(01).
000250         88  CAJ-ES-SUPERVISOR          VALUE 'S'.
