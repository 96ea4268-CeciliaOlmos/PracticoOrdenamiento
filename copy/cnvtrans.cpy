000010*****************************************************************
000020* CNVTRANS - TRANSACTION RECORD FOR THE CONVENIOS MAINTENANCE
000030*            RUN (CNVMT01). CVT-TIPO SELECTS ADD/CHANGE/DELETE
000040*            AGAINST THE INDEXED CONVENIOS FILE, KEYED ON
000050*            CVT-COD (THE MEMBER). CVT-MAX-ATRASO IS THE NUMBER
000060*            OF OVERDUE CUOTAS THAT BREAKS THE PLAN; ZERO OR
000070*            BLANK TAKES THE HOUSE DEFAULT OF THREE.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   15/10/2026 RCA   INITIAL VERSION, MODELED ON CATTRANS.
000120*****************************************************************
000130 01  CVT-REG.
000140     03  CVT-TIPO               PIC X(01).
000150         88  CVT-ALTA                   VALUE 'A'.
000160         88  CVT-CAMBIO                 VALUE 'C'.
000170         88  CVT-BAJA                   VALUE 'D'.
000180     03  CVT-COD                PIC 9(06).
000190     03  CVT-DEUDA              PIC 9(08)V99.
000200     03  CVT-CUOTAS             PIC 9(03).
000210     03  CVT-IMPORTE-CUOTA      PIC 9(08)V99.
000220     03  CVT-PRIMER-VTO         PIC 9(08).
000230     03  CVT-MAX-ATRASO         PIC 9(02).
