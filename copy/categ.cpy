000010*****************************************************************
000020* CATEG    - IN-CORE MEMBER CATEGORY TABLE: CODE, DESCRIPTION,
000030*            MONTHLY CUOTA, EXEMPT FLAG AND LATE-PAYMENT
000040*            SURCHARGE TERMS. LOADED AT PROGRAM START FROM THE
000050*            INDEXED CATEGORIAS MASTER FILE (COPY CATREG,
000060*            MAINTAINED BY CATMT01), SEARCHED TO RESOLVE
000070*            SOC-CATEGORIA DURING THE DUES BILLING AND
000080*            SURCHARGE SWEEPS. WS-CTG-CANT HOLDS THE NUMBER OF
000090*            ENTRIES ACTUALLY LOADED; WS-CTG-MAX IS THE TABLE
000100*            CAPACITY.
000110*-----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   03/09/2026 RCA   INITIAL VERSION, MODELED ON COPY FILIAL.
000150*   15/10/2026 RCA   ADDED THE SURCHARGE RATE AND GRACE DAYS.
000160*****************************************************************
000170 01  WS-CTG-CANT                PIC 9(02) VALUE ZERO.
000180 01  WS-CTG-MAX                 PIC 9(02) VALUE 20.
000190 01  WS-TABLA-CATEG.
000200     05  CTG-ENTRY OCCURS 1 TO 20 TIMES
000210             DEPENDING ON WS-CTG-CANT
000220             INDEXED BY CTG-IDX.
000230         10  CTG-COD            PIC X(01).
000240         10  CTG-DESC           PIC X(15).
000250         10  CTG-CUOTA          PIC 9(06)V99.
000260         10  CTG-EXENTA         PIC X(01).
000270         10  CTG-RECARGO-TASA   PIC 9(02)V99.
000280         10  CTG-RECARGO-GRACIA PIC 9(03).
