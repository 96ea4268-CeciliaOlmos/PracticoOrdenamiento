000040*            INDEXED SOCIOS FILE BY SOCMV01. SOC-SALDO IS WHAT
000050*            THE MEMBER OWES, SO DEPOSITS AND PAYMENTS SUBTRACT
000060*            MOV-IMPORTE, CHARGES ADD IT, AND ADJUSTMENTS ADD
000070*            THE SIGNED IMPORTE AS KEYED. A REVERSAL ('R')
000080*            NAMES IN MOV-NRO-ANULA THE MOVEMENT NUMBER IT
000090*            CANCELS AND CARRIES THAT MOVEMENT'S IMPORTE; EVERY
000100*            OTHER CARD LEAVES MOV-NRO-ANULA AT ZERO.
000110*-----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   21/08/2026 RCA   INITIAL VERSION.
000150*   22/08/2026 RCA   MEMBER CODE MOV-COD WIDENED TO SIX DIGITS.
000160*   15/10/2026 RCA   REVERSAL TYPE 'R' AND MOV-NRO-ANULA ADDED -
000170*                    RECORD LENGTH 34 TO 43.
000180*****************************************************************
000190 01  MOV-REG.
000200     03  MOV-COD                PIC 9(06).
000210     03  MOV-TIPO               PIC X(01).
000220         88  MOV-DEPOSITO               VALUE 'D'.
000230         88  MOV-PAGO                   VALUE 'P'.
000240         88  MOV-CARGO                  VALUE 'C'.
000250         88  MOV-AJUSTE                 VALUE 'A'.
000260         88  MOV-REVERSO                VALUE 'R'.
000270     03  MOV-IMPORTE            PIC S9(8)V99.
000280     03  MOV-FECHA              PIC 9(08).
000290     03  MOV-FILIAL             PIC 9(03).
000300     03  MOV-CAJERO             PIC X(06).
000310     03  MOV-NRO-ANULA          PIC 9(09).
