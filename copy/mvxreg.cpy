000010*****************************************************************
000020* MVXREG   - MOVEMENT INDEX (INDEXED SOCIOMVX, KEYED ON THE
000030*            MOVEMENT NUMBER, ALTERNATE KEY MVX-COD WITH
000040*            DUPLICATES). SOCMV01 WRITES ONE ENTRY FOR EVERY
000050*            MOVEMENT IT APPLIES, UNDER THE SAME NUMBER IT
000060*            STAMPS ON HIS-NUMERO, AND LOOKS A REVERSAL'S
000070*            TARGET UP HERE: IT MUST EXIST, BELONG TO THE SAME
000080*            MEMBER AND STILL BE VIGENTE. A REVERSED ENTRY IS
000090*            MARKED ANULADO WITH THE REVERSAL'S NUMBER IN
000100*            MVX-NRO-ANULA; THE REVERSAL'S OWN ENTRY CARRIES
000110*            THE NUMBER IT CANCELS THERE. MVX-FEC-ULT-ANT KEEPS
000120*            SOC-FEC-ULT-PAGO AS IT STOOD BEFORE THE MOVEMENT
000130*            POSTED, SO A REVERSED PAYMENT CAN RESTORE IT.
000140*            THE ENTRY UNDER NUMBER ZERO IS THE CONTROL RECORD
000150*            (MVX-TIPO '*'): MVX-ULT-NUMERO HOLDS THE LAST
000160*            NUMBER ASSIGNED. THE INDEX SURVIVES THE SOCPC01
000170*            HISTORY CUTOVER, SO NUMBERS NEVER REPEAT.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   15/10/2026 RCA   INITIAL VERSION.
000220*****************************************************************
000230 01  MVX-REG.
000240     03  MVX-NUMERO             PIC 9(09).
000250     03  MVX-COD                PIC 9(06).
000260     03  MVX-TIPO               PIC X(01).
000270         88  MVX-DEPOSITO               VALUE 'D'.
000280         88  MVX-PAGO                   VALUE 'P'.
000290         88  MVX-CARGO                  VALUE 'C'.
000300         88  MVX-AJUSTE                 VALUE 'A'.
000310         88  MVX-REVERSO                VALUE 'R'.
000320         88  MVX-CONTROL                VALUE '*'.
000330     03  MVX-IMPORTE            PIC S9(8)V99.
000340     03  MVX-FECHA              PIC 9(08).
000350     03  MVX-FEC-PROCESO        PIC 9(08).
000360     03  MVX-ESTADO             PIC X(01).
000370         88  MVX-VIGENTE                VALUE 'V'.
000380         88  MVX-ANULADO                VALUE 'A'.
000390     03  MVX-NRO-ANULA          PIC 9(09).
000400     03  MVX-ULT-NUMERO REDEFINES MVX-NRO-ANULA
000410                                PIC 9(09).
000420     03  MVX-FEC-ULT-ANT        PIC 9(08).
