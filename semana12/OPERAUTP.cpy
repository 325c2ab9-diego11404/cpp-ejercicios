000400*                THE FILES THE CALLER MUST DECLARE (OPER-CARD
000500*                WITH OC-OPERATOR-ID, OPER-AUTH WITH THE
000600*                OA-RECORD LAYOUT, OPER-LOG WITH OL-RECORD).
000700*                AN OPERATOR IS ACCEPTED WHEN IT IS
000800*                ACTIVE AND ONE OF ITS RECORDS NAMES THE
000900*                CALLING PROGRAM (OR *ALL) AMONG ITS
000910*                AUTHORIZED PROGRAMS.
001000*----------------------------------------------------------*
001100* DATE        INIT  DESCRIPTION
001200* 2026-08-22   RT   INITIAL VERSION.
001210* 2026-10-15   RT   AN OPERATOR MAY NOW CARRY SEVERAL OPERAUTH
001220*                   RECORDS UNDER ONE ID, FIVE PROGRAMS EACH,
001230*                   SO AN ID IS NO LONGER LIMITED TO FIVE
001240*                   PROGRAMS. THE SCAN GOES ON PAST A RECORD
001250*                   THAT DOES NOT NAME THE CALLER UNTIL ONE
001260*                   DOES; AN INACTIVE RECORD STOPS IT (OPERMNT
001270*                   KEEPS EVERY RECORD OF AN ID IN STEP).
001300*----------------------------------------------------------*
001400 OPERAUTH-VALIDATE.
001500     OPEN INPUT OPER-CARD.
003000     MOVE "N" TO OPERAUTH-FOUND-SW.
003100     OPEN INPUT OPER-AUTH.
003200     PERFORM OPERAUTH-SCAN THRU OPERAUTH-SCAN-EXIT
003300         UNTIL OPERAUTH-OK
003400         OR OPERAUTH-EOF
003410         OR OPERAUTH-REASON = "INACTIVE".
003500     CLOSE OPER-AUTH.
003600     IF NOT OPERAUTH-FOUND
003700         MOVE "UNKNOWN OPERATOR" TO OPERAUTH-REASON
