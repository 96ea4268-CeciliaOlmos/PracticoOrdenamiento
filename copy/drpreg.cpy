000010*****************************************************************
000020* DRPREG   - DIRECT-DEBIT REPLY RECORD AS THE BANK RETURNS IT:
000030*            THE SAME 'H' / 'D' / 'T' SHAPE AS THE REQUEST FILE
000040*            (COPY DEBREG), EACH DETAIL ECHOING THE MEMBER CODE,
000050*            CBU AND OUR REFERENCE, WITH THE AMOUNT AND DATE
000060*            ACTUALLY DEBITED, THE RESULT ('A' ACEPTADO, 'R'
000070*            RECHAZADO) AND THE BANK'S REASON CODE FOR A
000080*            REFUSAL. THE TRAILER CARRIES THE DETAIL COUNT AND
000090*            AMOUNT TOTAL OF THE WHOLE REPLY. THE FIELDS ARRIVE
000100*            AS CHARACTERS AND ARE ONLY TRUSTED AFTER SOCDR01
000110*            VALIDATES THEM - THE NUMERIC REDEFINES ARE FOR USE
000120*            ONCE THE NUMERIC CHECK HAS PASSED.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE       INIT  DESCRIPTION
000160*   15/10/2026 RCA   INITIAL VERSION.
000170*****************************************************************
000180 01  DRP-REG.
000190     03  DRP-TIPO               PIC X(01).
000200         88  DRP-CABECERA               VALUE 'H'.
000210         88  DRP-DETALLE                VALUE 'D'.
000220         88  DRP-TRAILER                VALUE 'T'.
000230     03  DRP-DATOS              PIC X(69).
000240     03  DRP-H-DATOS REDEFINES DRP-DATOS.
000250         05  DRP-H-EMPRESA      PIC X(10).
000260         05  DRP-H-PERIODO      PIC X(06).
000270         05  DRP-H-PERIODO-NUM REDEFINES DRP-H-PERIODO
000280                                PIC 9(06).
000290         05  FILLER             PIC X(53).
000300     03  DRP-D-DATOS REDEFINES DRP-DATOS.
000310         05  DRP-COD            PIC X(06).
000320         05  DRP-COD-NUM REDEFINES DRP-COD
000330                                PIC 9(06).
000340         05  DRP-CBU            PIC X(22).
000350         05  DRP-IMPORTE        PIC X(10).
000360         05  DRP-IMPORTE-NUM REDEFINES DRP-IMPORTE
000370                                PIC 9(08)V99.
000380         05  DRP-FECHA          PIC X(08).
000390         05  DRP-FECHA-NUM REDEFINES DRP-FECHA
000400                                PIC 9(08).
000410         05  DRP-REFER          PIC X(10).
000420         05  DRP-RESULTADO      PIC X(01).
000430             88  DRP-ACEPTADO           VALUE 'A'.
000440             88  DRP-RECHAZADO          VALUE 'R'.
000450         05  DRP-MOTIVO         PIC X(03).
000460         05  FILLER             PIC X(09).
000470     03  DRP-T-DATOS REDEFINES DRP-DATOS.
000480         05  DRP-T-CANT         PIC X(07).
000490         05  DRP-T-CANT-NUM REDEFINES DRP-T-CANT
000500                                PIC 9(07).
000510         05  DRP-T-IMPORTE      PIC X(13).
000520         05  DRP-T-IMPORTE-NUM REDEFINES DRP-T-IMPORTE
000530                                PIC 9(11)V99.
000540         05  FILLER             PIC X(49).
