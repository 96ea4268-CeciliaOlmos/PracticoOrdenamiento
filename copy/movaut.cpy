000010*****************************************************************
000020* MOVAUT   - SUPERVISOR AUTHORIZATION CARD FOR THE SOCIOMOV
000030*            MOVEMENT DECK. A MOVEMENT ABOVE THE TELLER'S
000040*            SINGLE-MOVEMENT LIMIT (CAJ-LIMITE) POSTS ONLY WHEN
000050*            THE CARD IMMEDIATELY AFTER IT IS AN '*AUTOR' CARD
000060*            REPEATING ITS MEMBER CODE AND IMPORTE AND NAMING AN
000070*            ACTIVE SUPERVISOR OF THE BATCH'S FILIAL. THE CARD IS
000080*            NOT A MOVEMENT - IT DOES NOT ENTER THE BATCH'S CARD
000090*            COUNT OR HASH TOTAL (COPY MOVLOTE). LIKE '*LOTE', THE
000100*            '*AUTOR' MARK CANNOT COLLIDE WITH A MOVEMENT CARD.
000110*-----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   15/10/2026 RCA   INITIAL VERSION.
000150*****************************************************************
000160 01  AUT-REG.
000170     03  AUT-MARCA              PIC X(06).
000180         88  AUT-AUTORIZACION           VALUE '*AUTOR'.
000190     03  AUT-SUPERVISOR         PIC X(06).
000200     03  AUT-COD                PIC 9(06).
000210     03  AUT-IMPORTE            PIC S9(8)V99.
