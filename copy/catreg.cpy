000060*            BILLING RUN (SOCFA01). CAT-CUOTA IS THE MONTHLY
000070*            CUOTA SOCIAL; CAT-EXENTA 'S' MARKS CATEGORIES
000080*            (VITALICIO, ETC.) THE BILLING RUN NEVER CHARGES.
000090*            CAT-RECARGO-TASA IS THE MONTHLY LATE-PAYMENT
000100*            SURCHARGE (PERCENT OF THE DEBT) AND
000110*            CAT-RECARGO-GRACIA THE DAYS OVERDUE ALLOWED BEFORE
000120*            IT APPLIES, BOTH USED BY THE SURCHARGE RUN
000130*            (SOCRG01); AN EXEMPT CATEGORY IS NEVER SURCHARGED.
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   03/09/2026 RCA   INITIAL VERSION, MODELED ON FILREG.
000180*   15/10/2026 RCA   ADDED CAT-RECARGO-TASA AND CAT-RECARGO-GRACIA
000190*                    FOR THE LATE-PAYMENT SURCHARGE RUN - RECORD
000200*                    25 TO 32 BYTES; THE CATEGORIES ARE RELOADED
000210*                    THROUGH CATMT01 WITH THE NEW FIELDS.
000220*****************************************************************
000230 01  CAT-REG.
000240     03  CAT-COD                PIC X(01).
000250     03  CAT-DESC               PIC X(15).
000260     03  CAT-CUOTA              PIC 9(06)V99.
000270     03  CAT-EXENTA             PIC X(01).
000280         88  CAT-ES-EXENTA              VALUE 'S'.
000290     03  CAT-RECARGO-TASA       PIC 9(02)V99.
000300     03  CAT-RECARGO-GRACIA     PIC 9(03).
