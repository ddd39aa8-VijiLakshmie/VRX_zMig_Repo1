000100******************************************************************
000200* CERTIFICATE ISSUE FIELDS.                                      *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* EVERY JOB THAT STAMPS A REGISTRATION COMPLETED ('C') ISSUES    *
000700* ITS CERTIFICATE (DCLCERT) IN THE SAME UNIT OF WORK. INCLUDE    *
000800* THIS COPYBOOK AND DCLCERT IN WORKING-STORAGE AND CPCERTIS IN   *
000900* THE PROCEDURE DIVISION, THEN AFTER EACH SUCCESSFUL 'C' UPDATE: *
001000*   1. MOVE THE ROW KEYS TO CRI-SESSION-CATG/CRI-SESSION-ID/     *
001100*      CRI-EMAIL-ADDR-TEXT AND THE ISSUING JOB TO CRI-ISSUED-BY  *
001200*   2. PERFORM ISSUE-CERTIFICATE-PARA                            *
001300*   3. CRI-RETURN-CODE SAYS WHAT HAPPENED; CRI-CERT-NO HOLDS     *
001400*      THE NUMBER ON '0'. CRI-ISSUED-COUNT RUNS FOR THE TOTALS.  *
001500* THE NAME, PERSON AND EXPIRY ARE TAKEN OFF THE REGISTRATION ROW *
001600* AS IT STANDS AFTER THE STAMP, SO THE CALLER'S CERT_EXPIRY_DATE *
001700* UPDATE MUST ALREADY HAVE BEEN MADE.                            *
001800******************************************************************
001900 01 CRI-ISSUE-FIELDS.
002000    05 CRI-SESSION-CATG             PIC X(02).
002100    05 CRI-SESSION-ID               PIC S9(9) USAGE COMP.
002200    05 CRI-EMAIL-ADDR.
002300       49 CRI-EMAIL-ADDR-LEN        PIC S9(4) USAGE COMP.
002400       49 CRI-EMAIL-ADDR-TEXT       PIC X(120).
002500    05 CRI-ISSUED-BY                PIC X(08) VALUE SPACES.
002600    05 CRI-CERT-NO                  PIC X(10).
002700    05 CRI-MAX-SERIAL               PIC X(09).
002800    05 CRI-MAX-SERIAL-NUM REDEFINES CRI-MAX-SERIAL
002900                                    PIC 9(09).
003000    05 CRI-HELD-COUNT               PIC S9(9) USAGE COMP.
003100    05 CRI-ISSUED-COUNT             PIC S9(9) USAGE COMP
003200                                    VALUE 0.
003300    05 CRI-RETURN-CODE              PIC X(01).
003400       88 CRI-ISSUED                         VALUE '0'.
003500       88 CRI-ALREADY-HELD                   VALUE 'H'.
003600       88 CRI-FAILED                         VALUE '9'.
003700*    RCBT006A-PARM - THE SHARED CHECK-DIGIT ROUTINE'S LINKAGE.
003800    05 CRI-RCBT006A-PARM.
003900       10 CRI-CD-CERT-NO            PIC X(10).
004000       10 CRI-CD-CERT-NO-R REDEFINES CRI-CD-CERT-NO.
004100          15 CRI-CD-SERIAL-NUM      PIC 9(09).
004200          15 CRI-CD-CHECK           PIC X(01).
004300       10 CRI-CD-FUNCTION           PIC X(01).
004400       10 CRI-CD-RETURN-CODE        PIC X(01).
004500          88 CRI-CD-OK                       VALUE '0'.
