000010*****************************************************************
000020* DEBREG   - DIRECT-DEBIT REQUEST RECORD, THE FILE SOCDA01 SENDS
000030*            TO THE BANK EACH MONTH. ONE 'H' HEADER (COMPANY
000040*            CODE THE BANK ASSIGNED, PERIOD, DATE THE DEBITS ARE
000050*            TO BE TAKEN), ONE 'D' DETAIL PER ENROLLED MEMBER
000060*            (CODE, CBU, AMOUNT, OUR REFERENCE) AND ONE 'T'
000070*            TRAILER WITH THE DETAIL COUNT AND AMOUNT TOTAL. THE
000080*            SAME FILE IS KEPT AND READ BACK BY SOCDR01 TO MATCH
000090*            THE BANK'S REPLY AGAINST WHAT WAS REQUESTED.
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*   DATE       INIT  DESCRIPTION
000130*   15/10/2026 RCA   INITIAL VERSION.
000140*****************************************************************
000150 01  DEB-REG.
000160     03  DEB-TIPO               PIC X(01).
000170         88  DEB-CABECERA               VALUE 'H'.
000180         88  DEB-DETALLE                VALUE 'D'.
000190         88  DEB-TRAILER                VALUE 'T'.
000200     03  DEB-DATOS              PIC X(59).
000210     03  DEB-H-DATOS REDEFINES DEB-DATOS.
000220         05  DEB-H-EMPRESA      PIC X(10).
000230         05  DEB-H-PERIODO      PIC 9(06).
000240         05  DEB-H-FECHA        PIC 9(08).
000250         05  DEB-H-FEC-GENERA   PIC 9(08).
000260         05  FILLER             PIC X(27).
000270     03  DEB-D-DATOS REDEFINES DEB-DATOS.
000280         05  DEB-COD            PIC 9(06).
000290         05  DEB-CBU            PIC X(22).
000300         05  DEB-IMPORTE        PIC 9(08)V99.
000310         05  DEB-REFER          PIC X(10).
000320         05  FILLER             PIC X(11).
000330     03  DEB-T-DATOS REDEFINES DEB-DATOS.
000340         05  DEB-T-CANT         PIC 9(07).
000350         05  DEB-T-IMPORTE      PIC 9(11)V99.
000360         05  FILLER             PIC X(39).
