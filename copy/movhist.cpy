000030*            THE SOCIOS MASTER BY SOCMV01. ONE RECORD PER
000040*            APPLIED MOVEMENT, IN THE ORDER APPLIED, STAMPED
000050*            WITH THE PROCESSING DATE. THE FILE IS ONLY EVER
000060*            EXTENDED, NEVER REBUILT. HIS-NUMERO IS THE UNIQUE
000070*            MOVEMENT NUMBER SOCMV01 ASSIGNS AT POSTING (SAME
000080*            KEY AS THE SOCIOMVX MOVEMENT INDEX). A REVERSAL
000090*            ('R') CARRIES IN HIS-NRO-ANULA THE NUMBER OF THE
000100*            MOVEMENT IT CANCELS AND IN HIS-TIPO-ANULA THAT
000110*            MOVEMENT'S TYPE, SO READERS CAN NET IT WITHOUT
000120*            LOOKING THE ORIGINAL UP. RECORDS WRITTEN BEFORE
000130*            THE NUMBERING CARRY BLANK NUMBER FIELDS - TEST
000140*            HIS-NUMERO NUMERIC BEFORE USING IT.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   21/08/2026 RCA   INITIAL VERSION.
000190*   22/08/2026 RCA   MEMBER CODE HIS-COD WIDENED TO SIX DIGITS.
000200*   15/10/2026 RCA   MOVEMENT NUMBER AND REVERSAL REFERENCE
000210*                    ADDED - RECORD LENGTH 42 TO 61.
000220*****************************************************************
000230 01  HIS-REG.
000240     03  HIS-COD                PIC 9(06).
000250     03  HIS-TIPO               PIC X(01).
000260     03  HIS-IMPORTE            PIC S9(8)V99.
000270     03  HIS-FECHA              PIC 9(08).
000280     03  HIS-FILIAL             PIC 9(03).
000290     03  HIS-CAJERO             PIC X(06).
000300     03  HIS-FEC-PROCESO        PIC 9(08).
000310     03  HIS-NUMERO             PIC 9(09).
000320     03  HIS-NRO-ANULA          PIC 9(09).
000330     03  HIS-TIPO-ANULA         PIC X(01).
