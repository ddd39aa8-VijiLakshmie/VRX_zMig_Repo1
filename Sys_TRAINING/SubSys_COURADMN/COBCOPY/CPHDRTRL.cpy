000300* THE CALLING CONVENTIONS. THE RUN DATE/TIME COME FROM THE      *
000400* SYSTEM CLOCK VIA ACCEPT, THE SAME WAY CPERRBAT STAMPS THE     *
000500* BATCH ERROR LOG.                                               *
000510* WHEN THE WRITER HAS NAMED THE FILE (HT-INTERFACE-NAME) THE     *
000520* HEADER ALSO REGISTERS IT WITH RCBT007A AND CARRIES THE         *
000530* GENERATION RETURNED, AND THE TRAILER POSTS ITS COUNT AND HASH. *
000540* A FAILED REGISTRATION LEAVES GENERATION 0 IN THE HEADER AND    *
000550* DOES NOT STOP THE WRITER - RCBT007A REPORTS IT ON SYSOUT.      *
000600******************************************************************
000700 BUILD-HEADER-PARA.
000800     MOVE SPACES                     TO HT-IO-RECORD.
001400     COMPUTE HT-H-TIME = HT-RUN-TIME-NUM / 100.
001500     MOVE 0                          TO HT-RECORD-COUNT.
001600     MOVE 0                          TO HT-HASH-TOTAL.
001605     MOVE 0                          TO HT-GENERATION.
001610     IF HT-INTERFACE-NAME NOT = SPACES
001615       SET HT-XM-REGISTER            TO TRUE
001620       MOVE HT-INTERFACE-NAME        TO HT-XM-INTERFACE-NAME
001625       MOVE HT-PROGRAM-ID            TO HT-XM-PROGRAM-ID
001630       MOVE HT-DESTINATION           TO HT-XM-DESTINATION
001635       MOVE HT-H-DATE                TO HT-XM-HEADER-DATE
001640       MOVE HT-H-TIME                TO HT-XM-HEADER-TIME
001645       MOVE 0                        TO HT-XM-GENERATION
001650       CALL 'RCBT007A' USING HT-RCBT007A-PARM
001655       IF HT-XM-RETURN-CODE = '0'
001660         MOVE HT-XM-GENERATION       TO HT-GENERATION
001665       END-IF
001670     END-IF.
001675     MOVE HT-INTERFACE-NAME          TO HT-H-INTERFACE.
001680     MOVE HT-GENERATION              TO HT-H-GENERATION.
001685     MOVE 0                          TO HT-H-RESEND-SEQ.

001700 BUILD-TRAILER-PARA.
001800     MOVE SPACES                     TO HT-IO-RECORD.
001900     MOVE 'TRL'                      TO HT-T-TYPE.
002000     MOVE HT-RECORD-COUNT            TO HT-T-COUNT.
002100     MOVE HT-HASH-TOTAL              TO HT-T-HASH.
002110     IF HT-INTERFACE-NAME NOT = SPACES AND HT-GENERATION > 0
002120       SET HT-XM-POST-TRAILER        TO TRUE
002130       MOVE HT-INTERFACE-NAME        TO HT-XM-INTERFACE-NAME
002140       MOVE HT-GENERATION            TO HT-XM-GENERATION
002150       MOVE HT-RECORD-COUNT          TO HT-XM-RECORD-COUNT
002160       MOVE HT-HASH-TOTAL            TO HT-XM-HASH-TOTAL
002170       CALL 'RCBT007A' USING HT-RCBT007A-PARM
002180     END-IF.
