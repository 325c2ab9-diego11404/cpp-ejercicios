000100*----------------------------------------------------------*
000200* MAILREC.CPY - ONE PRINTED LINE OF A MAILED DOCUMENT ON ITS
000300*               WAY TO THE MAILSORT POSTAL PRESORT (CUSTSTMT
000400*               TO STMTMAIL, INVGEN TO INVMAIL). AT THE START
000500*               OF EACH DOCUMENT SET MAILREC-ADDR-LINE (1-3)
000600*               FROM THE MASTER ADDRESS AND MAILREC-ACCOUNT-ID,
000700*               THEN PERFORM MAILREC-START-PIECE (MAILRECP.CPY)
000800*               - IT NUMBERS THE PIECE, RESTARTS THE LINE
000900*               NUMBER AND TAKES THE POSTAL CODE AS THE LAST
001000*               WORD OF THE LAST ADDRESS LINE IN USE (BLANK
001100*               WHEN THAT WORD IS LONGER THAN A POSTAL CODE,
001200*               WHICH MAILSORT TREATS AS RESIDUAL MAIL). FOR
001300*               EACH PRINTED LINE ADD 1 TO MAILREC-LINE-NO AND
001400*               MAILREC-COUNT, SET MAILREC-TEXT AND WRITE
001500*               MAILREC-RECORD. THE FILE CLOSES WITH THE
001600*               STANDARD FILETRLR TRAILER - MAILREC-COUNT
001650*               LINES, HASH MAILREC-HASH (THE PIECE NUMBERS,
001700*               TAKEN ON THE FIRST LINE OF EACH PIECE).
001800*----------------------------------------------------------*
001900* DATE        INIT  DESCRIPTION
002000* 2026-10-15   RT   INITIAL VERSION.
002100*----------------------------------------------------------*
002200 01  MAILREC-RECORD.
002300     05  MAILREC-POSTAL-CODE PIC X(10) VALUE SPACES.
002400     05  MAILREC-PIECE-NO    PIC 9(06) VALUE ZERO.
002500     05  MAILREC-LINE-NO     PIC 9(03) VALUE ZERO.
002600     05  MAILREC-ACCOUNT-ID  PIC X(10) VALUE SPACES.
002700     05  MAILREC-TEXT        PIC X(80) VALUE SPACES.
002800     05  FILLER              PIC X(11) VALUE SPACES.
002900*
003000 01  MAILREC-ADDRESS.
003100     05  MAILREC-ADDR-LINE   PIC X(30) OCCURS 3 TIMES.
003200*
003300* THE ADDRESS LINE SCANNED, BEHIND ONE LEADING SPACE SO THE
003400* BACKWARD SCAN ALWAYS STOPS INSIDE THE FIELD
003500*
003600 01  MAILREC-SCAN-AREA.
003700     05  FILLER              PIC X(01) VALUE SPACE.
003800     05  MAILREC-SCAN-LINE   PIC X(30) VALUE SPACES.
003900 01  MAILREC-END             PIC 9(02) COMP VALUE ZERO.
004000 01  MAILREC-START           PIC 9(02) COMP VALUE ZERO.
004100 01  MAILREC-LENGTH          PIC 9(02) COMP VALUE ZERO.
004150 01  MAILREC-DIGITS          PIC 9(02) COMP VALUE ZERO.
004200 01  MAILREC-COUNT           PIC 9(06) VALUE ZERO.
004300 01  MAILREC-HASH            PIC S9(11)V99 VALUE ZERO.
