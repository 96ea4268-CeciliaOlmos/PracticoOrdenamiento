000010*****************************************************************
000020* SUPREG   - STANDING BANK SUSPENSE MASTER (INDEXED SUSPENSO,
000030*            KEYED ON SUP-NUMERO). SOCSU01 LOADS EVERY ITEM OF
000040*            THE DAILY SOCBK01 DROP (COPY SUSREG) HERE UNDER
000050*            THE NEXT ITEM NUMBER, PENDING ('P'). A CLERK'S
000060*            RESOLUTION CARD EITHER ASSIGNS THE RIGHT MEMBER
000070*            (ASIGNADA 'A' - THE PAYMENT GOES OUT ON THE WORK-OFF
000080*            DECK FOR SOCMV01) OR MARKS IT FOR REFUND TO THE
000090*            PAYER ('D'). AN ASIGNADA ITEM BECOMES RESOLVED ('R')
000100*            ONLY WHEN A LATER SOCSU01 RUN FINDS ITS POSTING - A
000110*            'P' FROM CAJERO SUSPEN FOR SUP-COD-ASIGNADO AND
000120*            SUP-IMPORTE, PROCESSED ON OR AFTER SUP-FEC-RESOL -
000130*            ON THE MOVEMENT HISTORY; AN ITEM SOCMV01
000140*            REJECTED STAYS 'A' AND MAY BE ASSIGNED AGAIN ON A
000150*            LATER DAY.
000160*            RESOLVED AND REFUNDED ITEMS STAY ON FILE SO THE
000170*            CONTROL TOTAL ALWAYS PROVES SUSPENSE IN = RESOLVED
000180*            + REFUNDED + ASIGNADA + STILL OPEN. SUP-IMPORTE IS
000190*            ZERO FOR AN ITEM WHOSE BANK AMOUNT WAS UNREADABLE
000200*            - THE SAME VALUE SOCBK01 COUNTED IT AT.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   15/10/2026 RCA   INITIAL VERSION.
000250*   15/10/2026 RCA   ADDED SUP-ASIGNADA ('A') - ASSIGNED, POSTING
000260*                    NOT YET CONFIRMED.
000270*****************************************************************
000280 01  SUP-REG.
000290     03  SUP-NUMERO             PIC 9(07).
000300     03  SUP-ESTADO             PIC X(01).
000310         88  SUP-PENDIENTE              VALUE 'P'.
000320         88  SUP-ASIGNADA               VALUE 'A'.
000330         88  SUP-RESUELTO               VALUE 'R'.
000340         88  SUP-DEVUELTO               VALUE 'D'.
000350     03  SUP-COD-BANCO          PIC X(06).
000360     03  SUP-IMPORTE            PIC 9(08)V99.
000370     03  SUP-FECHA              PIC X(08).
000380     03  SUP-FECHA-NUM REDEFINES SUP-FECHA.
000390         05  SUP-FEC-ANIO       PIC 9(04).
000400         05  SUP-FEC-MES        PIC 9(02).
000410         05  SUP-FEC-DIA        PIC 9(02).
000420     03  SUP-REFER              PIC X(10).
000430     03  SUP-MOTIVO             PIC X(02).
000440     03  SUP-FEC-INGRESO        PIC 9(08).
000450     03  SUP-COD-ASIGNADO       PIC 9(06).
000460     03  SUP-FEC-RESOL          PIC 9(08).
000470     03  SUP-JOBID              PIC X(08).
