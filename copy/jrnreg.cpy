000020* JRNREG   - BEFORE/AFTER-IMAGE JOURNAL RECORD FOR UPDATES TO
000030*            THE INDEXED SOCIOS MASTER. EVERY PROGRAM THAT
000040*            WRITES, REWRITES OR DELETES A SOC-REG (SOCMT01,
000050*            SOCMV01, SOCFC01, SOCES01) APPENDS ONE RECORD PER
000060*            APPLIED UPDATE: PROGRAM, DATE/TIME, THE JOB ID FROM
000070*            THE CONTROL CARD, THE ACTION, AND THE FULL OLD AND
000080*            NEW SOC-REG IMAGES (SPACES ON THE SIDE THAT DOES
000090*            NOT EXIST). THE FILE IS ONLY EVER EXTENDED, NEVER
000100*            REBUILT - IT IS BOTH THE FORWARD-RECOVERY INPUT
000160*   03/09/2026 RCA   INITIAL VERSION.
000170*   03/09/2026 RCA   IMAGES WIDENED TO 121 - SOC-REG NOW
000180*                    CARRIES THE ADDRESS AND CONTACT FIELDS.
000190*   15/10/2026 RCA   IMAGES WIDENED TO 130 - SOC-REG NOW
000200*                    CARRIES THE MEMBER STATUS AND ITS DATE.
000210*   15/10/2026 RCA   IMAGES WIDENED TO 161 - SOC-REG NOW
000220*                    CARRIES THE DIRECT-DEBIT ENROLLMENT.
000230*****************************************************************
000240 01  JRN-REG.
000250     03  JRN-PROGRAMA           PIC X(08).
000260     03  JRN-FECHA              PIC 9(08).
000270     03  JRN-HORA               PIC 9(06).
000280     03  JRN-JOBID              PIC X(08).
000290     03  JRN-ACCION             PIC X(01).
000300         88  JRN-ALTA                   VALUE 'A'.
000310         88  JRN-MODIF                  VALUE 'M'.
000320         88  JRN-BAJA                   VALUE 'B'.
000330     03  JRN-COD                PIC 9(06).
000340     03  JRN-ANTES              PIC X(161).
000350     03  JRN-DESPUES            PIC X(161).
