      * DATE       BY    DESCRIPTION                                    00023000
      * ---------- ----- ---------------------------------------------- 00024000
      * 09/01/2026 RKS   ORIGINAL PROGRAM.                              00025000
      * 10/15/2026 RKS   TRANSACTION RECORD NOW CARRIES THE SUBMITTER   00025100
      *                  AND APPROVER IDS (COLS 83-98). AN APPROVER ON  00025200
      *                  A FRESH NEWTDD RECORD IS CLEARED AND COUNTED - 00025300
      *                  APPROVAL IS ONLY GRANTED THROUGH THE CBLDB2C   00025400
      *                  APPROVAL QUEUE. HELD RECORDS KEEP THE APPROVER 00025500
      *                  STAMPED WHEN THEY WERE APPROVED. DATE PARSE    00025600
      *                  LIMITED TO THE TRANSACTION DATA COLUMNS.       00025700
      *---------------------------------------------------------------- 00026000
       ENVIRONMENT DIVISION.                                            00027000
       INPUT-OUTPUT SECTION.                                            00028000
       FILE SECTION.                                                    00051000
       FD PNDI-FILE.                                                    00052000
       01 PNDI-REC              PIC X(100).                             00053000
       01 PNDI-REC-BRK.                                                 00053100
           05 PI-DATA           PIC X(82).                              00053200
           05 FILLER            PIC X(18).                              00053300
       FD PNDO-FILE.                                                    00054000
       01 PNDO-REC              PIC X(100).                             00055000
       FD NEWT-FILE.                                                    00056000
       01 NEWT-REC              PIC X(100).                             00057000
       01 NEWT-REC-BRK.                                                 00057100
           05 FILLER            PIC X(90).                              00057200
           05 NW-APPROVER-ID    PIC X(08).                              00057300
           05 FILLER            PIC X(02).                              00057400
       FD TRNO-FILE.                                                    00058000
       01 TRNO-REC              PIC X(100).                             00059000
       FD REPT-FILE.                                                    00060000
       01 WS-NODATE-COUNT       PIC 9(09) COMP VALUE ZERO.              00107000
       01 WS-NEW-IN-COUNT       PIC 9(09) COMP VALUE ZERO.              00108000
       01 WS-OUT-COUNT          PIC 9(09) COMP VALUE ZERO.              00109000
       01 WS-APR-CLEAR-COUNT    PIC 9(09) COMP VALUE ZERO.              00109100
       01 WS-ACCT-TOTAL         PIC 9(09) COMP VALUE ZERO.              00110000
                                                                        00111000
       01 WS-RPT-TITLE.                                                 00112000
           MOVE SPACES TO WS-FLD5.                                      00245000
           MOVE SPACES TO WS-FLD6.                                      00246000
           MOVE SPACES TO WS-FLD7.                                      00247000
           UNSTRING PI-DATA DELIMITED BY ','                            00248000
              INTO WS-ACTION, WS-FLD2, WS-FLD3, WS-FLD4,                00249000
                   WS-FLD5, WS-FLD6, WS-FLD7                            00250000
              TALLYING IN WS-FIELD-COUNT                                00251000
           END-READ.                                                    00310000
                                                                        00311000
           ADD 1 TO WS-NEW-IN-COUNT.                                    00312000
           IF NW-APPROVER-ID NOT = SPACES                               00312100
              MOVE SPACES TO NW-APPROVER-ID                             00312200
              ADD 1 TO WS-APR-CLEAR-COUNT                               00312300
           END-IF.                                                      00312400
           MOVE NEWT-REC TO TRNO-REC.                                   00313000
           WRITE TRNO-REC.                                              00314000
           IF WS-TRNSTAT NOT = '00'                                     00315000
           MOVE WS-NEW-IN-COUNT TO RPT-S-COUNT.                         00369000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00370000
           WRITE REPT-REC.                                              00371000
           MOVE 'APPROVER IDS CLEARED ON NEW TRANS' TO RPT-S-LABEL.     00371100
           MOVE WS-APR-CLEAR-COUNT TO RPT-S-COUNT.                      00371200
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00371300
           WRITE REPT-REC.                                              00371400
           MOVE 'TOTAL TRANSACTIONS TO CBLDB2C' TO RPT-S-LABEL.         00372000
           MOVE WS-OUT-COUNT TO RPT-S-COUNT.                            00373000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00374000
