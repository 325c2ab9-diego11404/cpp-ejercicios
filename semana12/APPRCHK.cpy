000100*----------------------------------------------------------*
000200* APPRCHK.CPY - SHARED MAKER-CHECKER APPROVAL FIELDS FOR THE
000300*               MASTER MAINTENANCE PROGRAMS (CUSTMNT, VEHMNT).
000400*               EVERY MAINTENANCE TRANSACTION CARRIES THE
000500*               OPERATOR WHO ENTERED IT, THE ENTRY DATE AND A
000600*               BATCH ID; A SECOND OPERATOR APPROVES IT ON THE
000700*               APPROVAL FILE, EITHER BY KEY OR FOR THE WHOLE
000800*               BATCH (BLANK KEY). THE CALLER DECLARES APPR-FILE
000900*               WITH AN 01 AP-RECORD PIC X(80) AND THE USUAL
001000*               OPER-AUTH FILE, AND AFTER OPERAUTH-VALIDATE
001100*               PERFORMS APPRCHK-LOAD (APPRCHKP.CPY) ONCE. FOR
001200*               EACH TRANSACTION IT SETS APPRCHK-BATCH-ID,
001275*               APPRCHK-KEY, APPRCHK-MAKER AND APPRCHK-ENTERED
001350*               AND PERFORMS APPRCHK-CHECK, WHICH SETS
001425*               APPRCHK-RESULT:
001500*               APPROVED BY ANOTHER OPERATOR WHO IS ACTIVE AND
001600*               AUTHORIZED FOR THE CALLING PROGRAM (A), APPROVED
001700*               ONLY BY THE MAKER (S), APPROVED ONLY BY AN
001800*               OPERATOR NOT AUTHORIZED FOR IT (U), NO MAKER ON
001900*               THE TRANSACTION (M) OR NOT YET APPROVED (P).
001925*               AN APPROVAL DATED BEFORE THE TRANSACTION WAS
001950*               ENTERED IS LEFT FOR AN EARLIER USE OF THE SAME
001975*               BATCH ID AND DOES NOT APPROVE IT.
002000*----------------------------------------------------------*
002100* DATE        INIT  DESCRIPTION
002200* 2026-10-15   RT   INITIAL VERSION.
002233* 2026-10-15   RT   BATCH ID WIDENED TO 8. APPROVALS DATED BEFORE
002266*                   THE ENTRY DATE NO LONGER APPROVE.
002300*----------------------------------------------------------*
002400 01  APPRCHK-FIELDS.
002500     05  APPRCHK-BATCH-ID    PIC X(08) VALUE SPACES.
002600     05  APPRCHK-KEY         PIC X(10) VALUE SPACES.
002700     05  APPRCHK-MAKER       PIC X(08) VALUE SPACES.
002750     05  APPRCHK-ENTERED     PIC 9(08) VALUE ZERO.
002800     05  APPRCHK-APPROVER    PIC X(08) VALUE SPACES.
002900     05  APPRCHK-RESULT      PIC X(01) VALUE "P".
003000         88  APPRCHK-APPROVED        VALUE "A".
003100         88  APPRCHK-SELF            VALUE "S".
003200         88  APPRCHK-UNAUTHORIZED    VALUE "U".
003300         88  APPRCHK-NO-MAKER        VALUE "M".
003400         88  APPRCHK-PENDING         VALUE "P".
003500     05  APPRCHK-SELF-SW     PIC X(01) VALUE "N".
003600         88  APPRCHK-SELF-SEEN       VALUE "Y".
003700     05  APPRCHK-UNAUTH-SW   PIC X(01) VALUE "N".
003800         88  APPRCHK-UNAUTH-SEEN     VALUE "Y".
003900     05  APPRCHK-EOF-SW      PIC X(01) VALUE "N".
004000         88  APPRCHK-EOF             VALUE "Y".
004100     05  APPRCHK-NAMED-SW    PIC X(01) VALUE "N".
004200         88  APPRCHK-NAMED           VALUE "Y".
004300     05  APPRCHK-INACTIVE-SW PIC X(01) VALUE "N".
004400         88  APPRCHK-INACTIVE        VALUE "Y".
004500     05  APPRCHK-MAX         PIC 9(04) COMP VALUE 500.
004600     05  APPRCHK-COUNT       PIC 9(04) COMP VALUE ZERO.
004700     05  APPRCHK-SUB         PIC 9(04) COMP VALUE ZERO.
004800     05  APPRCHK-PGM-SUB     PIC 9(02) COMP VALUE ZERO.
004900*
005000* ONE APPROVAL-FILE RECORD
005100*
005200 01  APPRCHK-RECORD.
005300     05  APPRCHK-AP-BATCH-ID PIC X(08).
005400     05  APPRCHK-AP-KEY      PIC X(10).
005500     05  APPRCHK-AP-APPROVER PIC X(08).
005600     05  APPRCHK-AP-DATE     PIC 9(08).
005700     05  FILLER              PIC X(46).
005800*
005900* THE APPROVALS, EACH MARKED Y WHEN ITS APPROVER MAY APPROVE
006000* FOR THE CALLING PROGRAM
006100*
006200 01  APPRCHK-TABLE.
006300     05  APPRCHK-ENTRY OCCURS 500 TIMES.
006400         10  APPRCHK-T-BATCH-ID  PIC X(08).
006500         10  APPRCHK-T-KEY       PIC X(10).
006600         10  APPRCHK-T-APPROVER  PIC X(08).
006650         10  APPRCHK-T-DATE      PIC 9(08).
006700         10  APPRCHK-T-VALID     PIC X(01).
