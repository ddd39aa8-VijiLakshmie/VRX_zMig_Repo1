002058     10 LS-CONFIRM-NO           PIC X(8).                         00205800
002059     10 LS-SPECIAL-REQS         PIC X(120).                       00205900
00205A     10 LS-LANG-PREF            PIC X(2).                         00205A00
00205B*    THE RESIT-SEAT FLAG AND THE BOOKING PARTNER CODE ETRB002     00205B00
00205C*    HAS SINCE TAKEN ON, FOR THE SAME REASON.                     00205C00
00205D     10 LS-RESIT-SEAT           PIC X(1).                         00205D00
00205E     10 LS-PARTNER-CODE         PIC X(8).                         00205E00
00205F*    AND THE PROMOTION / GIFT VOUCHER CODE WITH ITS RESULT.       00205F00
00205G     10 LS-PROMO-CODE           PIC X(12).                        00205G00
00205H     10 LS-PROMO-RESULT         PIC X(1).                         00205H00
00205I     10 LS-PROMO-AMOUNT         PIC S9(7)V99 USAGE COMP-3.        00205I00
002060 PROCEDURE DIVISION USING LS-REG-LOOKUP-PARM.                     00206000
002070     CALL 'ETRB002' USING LS-REG-LOOKUP-PARM.                     00207000
002080     GOBACK.                                                      00208000
