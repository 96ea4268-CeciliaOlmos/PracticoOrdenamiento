000030*            RUN (CATMT01). CTR-TIPO SELECTS ADD/CHANGE/DELETE
000040*            AGAINST THE INDEXED CATEGORIAS FILE, KEYED ON
000050*            CTR-COD.
000060*            CTR-RECARGO-TASA/CTR-RECARGO-GRACIA CARRY THE
000070*            LATE-PAYMENT SURCHARGE TERMS OF THE CATEGORY.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   03/09/2026 RCA   INITIAL VERSION, MODELED ON FILTRANS.
000120*   15/10/2026 RCA   ADDED THE SURCHARGE RATE AND GRACE DAYS.
000130*****************************************************************
000140 01  CTR-REG.
000150     03  CTR-TIPO               PIC X(01).
000160         88  CTR-ALTA                   VALUE 'A'.
000170         88  CTR-CAMBIO                 VALUE 'C'.
000180         88  CTR-BAJA                   VALUE 'D'.
000190     03  CTR-COD                PIC X(01).
000200     03  CTR-DESC               PIC X(15).
000210     03  CTR-CUOTA              PIC 9(06)V99.
000220     03  CTR-EXENTA             PIC X(01).
000230     03  CTR-RECARGO-TASA       PIC 9(02)V99.
000240     03  CTR-RECARGO-GRACIA     PIC 9(03).
