000100*----------------------------------------------------------*
000200* EDLVREC.CPY - COMMON ELECTRONIC-DELIVERY EXTRACT RECORD
000300*               WRITTEN BY THE STATEMENT AND INVOICE RUNS
000400*               (CUSTSTMT TO STMTEDLV, INVGEN TO INVEDLV) FOR
000500*               THE DOCUMENT-DELIVERY VENDOR, IN PLACE OF THE
000600*               PRINTED PAGE FOR A CUSTOMER WHO TAKES THE
000700*               DOCUMENT ELECTRONICALLY. EACH DOCUMENT IS ONE
000800*               DOCHDR HEADER (DOCUMENT TYPE, ACCOUNT, DATE,
000900*               NUMBER AND THE ELECTRONIC ADDRESS) FOLLOWED BY
001000*               ITS DOCLINE DETAIL LINES (A CODE, AN AMOUNT
001100*               AND A TEXT). THE FILE ENDS WITH THE STANDARD
001200*               FILETRLR TRAILER - COUNT OF HEADER AND DETAIL
001300*               RECORDS, HASH OF THE DETAIL AMOUNTS. BUILD
001400*               EDLVREC-RECORD, ADD 1 TO EDLVREC-COUNT (AND
001500*               A DETAIL'S AMOUNT TO EDLVREC-HASH), THEN MOVE
001600*               IT TO THE EXTRACT FILE'S RECORD AND WRITE IT.
001700*----------------------------------------------------------*
001800* DATE        INIT  DESCRIPTION
001900* 2026-10-15   RT   INITIAL VERSION.
002000*----------------------------------------------------------*
002100 01  EDLVREC-RECORD.
002200     05  EDLVREC-TAG         PIC X(08).
002300         88  EDLVREC-IS-HEADER       VALUE "DOCHDR  ".
002400         88  EDLVREC-IS-DETAIL       VALUE "DOCLINE ".
002500     05  FILLER              PIC X(72).
002600 01  EDLVREC-HEADER REDEFINES EDLVREC-RECORD.
002700     05  FILLER              PIC X(08).
002800     05  EDLVREC-DOC-TYPE    PIC X(04).
002900     05  EDLVREC-ACCOUNT-ID  PIC X(10).
003000     05  EDLVREC-DOC-DATE    PIC 9(08).
003100     05  EDLVREC-DOC-NO      PIC X(08).
003200     05  EDLVREC-ELEC-ADDR   PIC X(20).
003300     05  FILLER              PIC X(22).
003400 01  EDLVREC-DETAIL REDEFINES EDLVREC-RECORD.
003500     05  FILLER              PIC X(08).
003600     05  EDLVREC-DL-ACCOUNT  PIC X(10).
003700     05  EDLVREC-DL-SEQ      PIC 9(03).
003800     05  EDLVREC-DL-CODE     PIC X(08).
003900     05  EDLVREC-DL-AMOUNT   PIC S9(9)V99.
004000     05  EDLVREC-DL-TEXT     PIC X(30).
004100     05  FILLER              PIC X(10).
004200*
004300 01  EDLVREC-COUNT           PIC 9(06) VALUE ZERO.
004400 01  EDLVREC-HASH            PIC S9(11)V99 VALUE ZERO.
