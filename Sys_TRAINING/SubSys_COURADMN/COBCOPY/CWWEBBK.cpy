000100******************************************************************
000200* PUBLIC WEBSITE BOOKING SERVICE - CONTAINER LAYOUTS.            *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* THE WEBSITE LINKS TO ETRO006 WITH A CHANNEL CARRYING ONE       *
000700* BOOKREQUEST CONTAINER (WBK-REQUEST) AND GETS ITS ANSWER BACK   *
000800* IN A BOOKRESPONSE CONTAINER (WBK-RESPONSE) ON THE SAME         *
000900* CHANNEL. BOTH ARE FIXED-LENGTH CHARACTER DATA - NUMBERS ARE    *
001000* ZONED, SO THE PIPELINE CAN MAP THEM WITHOUT PACKED FIELDS.     *
001100*                                                                *
001200* WBK-REQUEST-ID IS THE CALLER'S OWN UNIQUE KEY FOR THE BOOKING  *
001300* ATTEMPT. RE-SENDING THE SAME ID (A TIMEOUT RETRY) RETURNS THE  *
001400* ORIGINAL ANSWER WITH WBK-RS-REPLAYED SET - IT NEVER BOOKS      *
001500* TWICE. REUSING AN ID FOR A DIFFERENT BOOKING IS REJECTED 'K'.  *
001600*                                                                *
001700* WBK-RS-RESULT:  'A' BOOKED          'W' WAITLISTED             *
001800*                 'P' PENDING APPROVAL, OR PARKED UNTIL FINANCE  *
001850*                     RELEASES THE ORG'S CREDIT HOLD             *
001900*                 'R' REJECTED - SEE WBK-RS-REASON-CD            *
002000*                 'F' FAILED - NOTHING BOOKED, SAFE TO RETRY     *
002010*                     - INCLUDING DURING A MAINTENANCE WINDOW,   *
002020*                     WHEN THE REASON TEXT SAYS UNTIL WHEN       *
002100* WBK-RS-REASON-CD ON A REJECTION IS ETRB002'S SIGN-UP RETURN    *
002200* CODE ('D' 'E' 'C' 'X' 'O' 'U' 'P' 'N' 'V' 'L'), OR THE         *
002210* SERVICE'S OWN:                                                 *
002300*                 'Q' REQUEST INCOMPLETE OR SESSION ID NOT       *
002400*                     NUMERIC                                    *
002500*                 'K' REQUEST ID ALREADY USED FOR ANOTHER        *
002600*                     BOOKING                                    *
002700*                 'X' THE SERVICE IDENTITY IS NOT AUTHORIZED     *
002710*                                                                *
002720* WBK-PROMO-CODE IS AN OPTIONAL CAMPAIGN CODE OR GIFT VOUCHER    *
002730* NUMBER. WBK-RS-PROMO-RESULT IS ETRB002'S VERDICT ON IT - WHY   *
002740* IT WAS REFUSED ON A 'V' REJECTION ('I' 'D' 'G' 'L' 'M'), OR    *
002750* WHAT IT DID ON A BOOKING ('S' TAKEN OFF, 'R' REPLACED THE      *
002760* AUTOMATIC DISCOUNT, 'K' AUTOMATIC DISCOUNT KEPT AS BETTER,     *
002770* 'N' NOT APPLICABLE, 'U' NO USES LEFT) - AND                    *
002780* WBK-RS-PROMO-AMOUNT WHAT IT TOOK OFF THE PRICE. NEITHER IS     *
002790* KEPT FOR A REPLAY, WHICH RETURNS THEM BLANK AND ZERO.          *
002800******************************************************************
002900 01 WBK-REQUEST.
003000    05 WBK-REQUEST-ID               PIC X(36).
003100    05 WBK-SESSION-CATG             PIC X(02).
003200    05 WBK-SESSION-ID               PIC X(09).
003300    05 WBK-SESSION-ID-NUM REDEFINES WBK-SESSION-ID
003400                                    PIC 9(09).
003500    05 WBK-EMAIL-ADDR               PIC X(120).
003600    05 WBK-FULL-NAME                PIC X(130).
003700    05 WBK-ORG-NAME                 PIC X(120).
003800    05 WBK-ORG-CODE                 PIC X(08).
003900    05 WBK-PHONE-NUMBER             PIC X(20).
004000    05 WBK-PO-REFERENCE             PIC X(30).
004100    05 WBK-SPECIAL-REQS             PIC X(120).
004200    05 WBK-LANG-PREF                PIC X(02).
004210    05 WBK-PROMO-CODE               PIC X(12).

004300 01 WBK-RESPONSE.
004400    05 WBK-RS-REQUEST-ID            PIC X(36).
004500    05 WBK-RS-RESULT                PIC X(01).
004600       88 WBK-RS-BOOKED                         VALUE 'A'.
004700       88 WBK-RS-WAITLISTED                     VALUE 'W'.
004800       88 WBK-RS-PENDING                        VALUE 'P'.
004900       88 WBK-RS-REJECTED                       VALUE 'R'.
005000       88 WBK-RS-FAILED                         VALUE 'F'.
005100    05 WBK-RS-REASON-CD             PIC X(01).
005200    05 WBK-RS-REASON-TEXT           PIC X(60).
005300    05 WBK-RS-CONFIRM-NO            PIC X(08).
005400    05 WBK-RS-PRICED-FEE            PIC 9(07)V99.
005500    05 WBK-RS-WAITLIST-POS          PIC 9(04).
005600    05 WBK-RS-REPLAYED              PIC X(01).
005700       88 WBK-RS-IS-REPLAY                      VALUE 'Y'.
005800    05 WBK-RS-PROMO-RESULT          PIC X(01).
005900    05 WBK-RS-PROMO-AMOUNT          PIC 9(07)V99.
