      *                  REPORTED AS HELD. THE CBLDB2Q RELEASE STEP     00024899
      *                  MOVES PENDING TRANSACTIONS WHOSE DATE HAS      00024900
      *                  ARRIVED BACK INTO THE TRANDD STREAM.           00024901
      * 10/15/2026 RKS   AUDITDD RECORD EXTENDED WITH THE SOURCE CODE   00024902
      *                  FIELD CARRIED BY THE CBLDB2A JOURNAL. ONLINE   00024903
      *                  MAINTENANCE HAS NO REGIONAL SOURCE, SO IT IS   00024904
      *                  WRITTEN AS SPACES.                             00024905
      * 10/15/2026 RKS   ADDED DUAL AUTHORIZATION. EVERY TRANSACTION    00024906
      *                  NOW CARRIES THE SUBMITTER'S USER ID IN COLUMNS 00024907
      *                  83-90. DELETES, TERMINATIONS, REHIRES AND      00024908
      *                  CHANGES THAT ALTER DOB ARE NOT APPLIED - THEY  00024909
      *                  ARE WRITTEN TO THE APPROVAL QUEUE (AQOUTDD)    00024910
      *                  UNDER A QUEUE ID (M-PARA). AN APPROVAL RECORD  00024911
      *                  (APPRDD) FROM A DIFFERENT USER RELEASES THE    00024912
      *                  ITEM INTO THE NEXT RUN (K-PARA) WITH THE       00024913
      *                  APPROVER STAMPED IN COLUMNS 91-98. ITEMS STILL 00024914
      *                  UNAPPROVED AFTER THE PARMDD AGE LIMIT (DEFAULT 00024915
      *                  5 DAYS) AGE OUT ONTO THE ESCALATION REPORT     00024916
      *                  (ESCLDD). SUBMITTER AND APPROVER ARE CARRIED   00024917
      *                  ON THE AUDITDD RECORD.                         00024918
      * 10/15/2026 RKS   AN APPROVER IS NOW TRUSTED ONLY ON AN ITEM     00024919
      *                  K-PARA RELEASED FROM THE APPROVAL QUEUE THIS   00024920
      *                  RUN; ONE ARRIVING ON TRANDD IS BLANKED. AN     00024921
      *                  APPROVED ITEM WITH A FUTURE DATE STAYS ON THE  00024922
      *                  QUEUE MARKED APPROVED INSTEAD OF GOING TO      00024923
      *                  HELDDD. EACH NEWLY QUEUED ITEM IS LISTED ON    00024924
      *                  REPTDD WITH ITS QUEUE ID AND SUBMITTER.        00024925
      *---------------------------------------------------------------- 00025000
       ENVIRONMENT DIVISION.                                            00026000
       INPUT-OUTPUT SECTION.                                            00027000
                                ORGANIZATION SEQUENTIAL                 00048200
                                ACCESS SEQUENTIAL                       00048300
                                FILE STATUS WS-HLDSTAT.                 00048400
           SELECT PARM-FILE     ASSIGN TO PARMDD                        00048500
                                ORGANIZATION SEQUENTIAL                 00048520
                                ACCESS SEQUENTIAL                       00048540
                                FILE STATUS WS-PRMSTAT.                 00048560
           SELECT APPR-FILE     ASSIGN TO APPRDD                        00048580
                                ORGANIZATION SEQUENTIAL                 00048600
                                ACCESS SEQUENTIAL                       00048620
                                FILE STATUS WS-APRSTAT.                 00048640
           SELECT AQI-FILE      ASSIGN TO AQINDD                        00048660
                                ORGANIZATION SEQUENTIAL                 00048680
                                ACCESS SEQUENTIAL                       00048700
                                FILE STATUS WS-AQISTAT.                 00048720
           SELECT AQO-FILE      ASSIGN TO AQOUTDD                       00048740
                                ORGANIZATION SEQUENTIAL                 00048760
                                ACCESS SEQUENTIAL                       00048780
                                FILE STATUS WS-AQOSTAT.                 00048800
           SELECT ESCL-FILE     ASSIGN TO ESCLDD                        00048820
                                ORGANIZATION SEQUENTIAL                 00048840
                                ACCESS SEQUENTIAL                       00048860
                                FILE STATUS WS-ESCSTAT.                 00048880
       DATA DIVISION.                                                   00049000
       FILE SECTION.                                                    00050000
       FD TRAN-FILE.                                                    00051000
       01 TRAN-REC              PIC X(100).                             00052000
       01 TRAN-REC-BRK.                                                 00052100
           05 TR-DATA           PIC X(82).                              00052200
           05 TR-SUBMITTER-ID   PIC X(08).                              00052300
           05 TR-APPROVER-ID    PIC X(08).                              00052400
           05 FILLER            PIC X(02).                              00052500
       FD REJCT-FILE.                                                   00053000
       01 REJCT-REC.                                                    00054000
           05 RJ-ACTION         PIC X(01).                              00055000
           05 AU-PNAME          PIC X(10).                              00074000
           05 AU-DOB            PIC X(10).                              00075000
           05 AU-SQLCODE        PIC -9(9).                              00076000
           05 AU-SRC-CD         PIC X(02).                              00076050
           05 AU-SUBMITTER-ID   PIC X(08).                              00076060
           05 AU-APPROVER-ID    PIC X(08).                              00076070
       FD HELD-FILE.                                                    00076100
       01 HELD-REC              PIC X(100).                             00076200
       FD PARM-FILE.                                                    00076300
       01 PARM-REC.                                                     00076320
           05 PM-AGE-LIMIT      PIC X(03).                              00076340
           05 PM-AGE-LIMIT-N REDEFINES PM-AGE-LIMIT PIC 9(03).          00076360
           05 FILLER            PIC X(77).                              00076380
       FD APPR-FILE.                                                    00076400
       01 APPR-REC              PIC X(80).                              00076420
       FD AQI-FILE.                                                     00076440
       01 AQI-REC.                                                      00076460
           05 QI-QUEUE-ID       PIC X(20).                              00076480
           05 QI-QUEUED-DATE    PIC X(10).                              00076500
           05 QI-ACTION         PIC X(01).                              00076520
           05 QI-EMPLOYEE-ID    PIC X(08).                              00076540
           05 QI-REASON         PIC X(10).                              00076560
           05 QI-TRAN           PIC X(100).                             00076580
           05 QI-STATE          PIC X(01).                              00076600
              88 QI-APPROVED-HELD         VALUE 'A'.                    00076610
       FD AQO-FILE.                                                     00076620
       01 AQO-REC.                                                      00076640
           05 QO-QUEUE-ID       PIC X(20).                              00076660
           05 QO-QUEUED-DATE    PIC X(10).                              00076680
           05 QO-ACTION         PIC X(01).                              00076700
           05 QO-EMPLOYEE-ID    PIC X(08).                              00076720
           05 QO-REASON         PIC X(10).                              00076740
           05 QO-TRAN           PIC X(100).                             00076760
           05 QO-STATE          PIC X(01).                              00076780
              88 QO-APPROVED-HELD         VALUE 'A'.                    00076790
       FD ESCL-FILE.                                                    00076800
       01 ESCL-REC              PIC X(80).                              00076820
       WORKING-STORAGE SECTION.                                         00077000
       01 WS-SQLCD PIC S9(9) SIGN LEADING SEPARATE.                     00078000
       EXEC SQL                                                         00079000
       01 WS-REPTSTAT PIC X(02).                                        00109000
       01 WS-AUDSTAT PIC X(02).                                         00110000
       01 WS-HLDSTAT PIC X(02).                                         00110100
       01 WS-PRMSTAT PIC X(02).                                         00110200
       01 WS-APRSTAT PIC X(02).                                         00110300
       01 WS-AQISTAT PIC X(02).                                         00110400
       01 WS-AQOSTAT PIC X(02).                                         00110500
       01 WS-ESCSTAT PIC X(02).                                         00110600
       01 ABEND-CODE PIC S9(9) COMP.                                    00111000
                                                                        00112000
       01 WS-SWITCHES.                                                  00113000
              88 WS-HIST-OK               VALUE 'Y'.                    00117200
           05 WS-HELD-SW        PIC X(01) VALUE 'N'.                    00117300
              88 WS-HELD-YES              VALUE 'Y'.                    00117400
           05 WS-QUEUED-SW      PIC X(01) VALUE 'N'.                    00117500
              88 WS-QUEUED-YES            VALUE 'Y'.                    00117550
           05 WS-AQI-EOF-SW     PIC X(01) VALUE 'N'.                    00117600
              88 WS-AQI-EOF-YES           VALUE 'Y'.                    00117650
           05 WS-APR-EOF-SW     PIC X(01) VALUE 'N'.                    00117700
              88 WS-APR-EOF-YES           VALUE 'Y'.                    00117750
           05 WS-APR-FOUND-SW   PIC X(01) VALUE 'N'.                    00117800
              88 WS-APR-FOUND             VALUE 'Y'.                    00117850
           05 WS-APR-SELF-SW    PIC X(01) VALUE 'N'.                    00117900
              88 WS-APR-SELF              VALUE 'Y'.                    00117950
           05 WS-RELEASED-SW    PIC X(01) VALUE 'N'.                    00117960
              88 WS-RELEASED-YES          VALUE 'Y'.                    00117970
                                                                        00118000
       01 WS-REC-COUNT          PIC 9(09) COMP VALUE ZERO.              00119000
       01 WS-COMMIT-COUNT       PIC 9(09) COMP VALUE ZERO.              00120000
       01 WS-ROWCNT             PIC S9(9) VALUE ZERO.                   00132000
       01 WS-RPT-STATUS-TXT     PIC X(10) VALUE SPACES.                 00133000
       01 WS-ACCT-TOTAL         PIC 9(09) COMP VALUE ZERO.              00134000
       01 WS-INPUT-TOTAL        PIC 9(09) COMP VALUE ZERO.              00134020
       01 WS-AQ-ACCT-TOTAL      PIC 9(09) COMP VALUE ZERO.              00134039
       01 WS-QUEUED-COUNT       PIC 9(09) COMP VALUE ZERO.              00134058
       01 WS-AQ-IN-COUNT        PIC 9(09) COMP VALUE ZERO.              00134077
       01 WS-AQ-OUT-COUNT       PIC 9(09) COMP VALUE ZERO.              00134096
       01 WS-RELSE-COUNT        PIC 9(09) COMP VALUE ZERO.              00134115
       01 WS-CARRY-COUNT        PIC 9(09) COMP VALUE ZERO.              00134134
       01 WS-AGED-COUNT         PIC 9(09) COMP VALUE ZERO.              00134153
       01 WS-SELF-COUNT         PIC 9(09) COMP VALUE ZERO.              00134172
       01 WS-APHELD-COUNT       PIC 9(09) COMP VALUE ZERO.              00134180
       01 WS-APR-IN-COUNT       PIC 9(09) COMP VALUE ZERO.              00134191
       01 WS-APR-NOMATCH-COUNT  PIC 9(09) COMP VALUE ZERO.              00134210
       01 WS-AGE-LIMIT          PIC 9(03) VALUE 5.                      00134229
       01 WS-AGE-DAYS           PIC S9(09) COMP VALUE ZERO.             00134248
       01 WS-TODAY-JDN          PIC S9(09) COMP VALUE ZERO.             00134267
       01 WS-APPR-REASON        PIC X(10).                              00134286
       01 WS-APR-QUEUE-ID       PIC X(20).                              00134305
       01 WS-APR-EMPLOYEE-ID    PIC X(08).                              00134324
       01 WS-APR-APPROVER-ID    PIC X(08).                              00134343
       01 WS-QUEUE-ID.                                                  00134362
           05 WS-QID-DATE       PIC 9(08).                              00134381
           05 WS-QID-TIME       PIC 9(08).                              00134400
           05 WS-QID-SEQ        PIC 9(04) VALUE ZERO.                   00134419
                                                                        00134438
      *---------------------------------------------------------------- 00134457
      * APPROVAL RECORDS FROM APPRDD. AP-USED-SW IS 'Y' ONCE THE        00134476
      * RECORD HAS BEEN MATCHED TO A QUEUED ITEM AND 'X' WHEN THE       00134495
      * RECORD IS INCOMPLETE AND CAN NEVER MATCH.                       00134514
      *---------------------------------------------------------------- 00134533
       01 WS-APR-MAX            PIC 9(04) COMP VALUE 500.               00134552
       01 WS-APR-COUNT          PIC 9(04) COMP VALUE ZERO.              00134571
       01 WS-APR-TABLE.                                                 00134590
           05 WS-APR-ENTRY OCCURS 0 TO 500 TIMES                        00134609
                 DEPENDING ON WS-APR-COUNT INDEXED BY AP-IX.            00134628
              10 AP-QUEUE-ID    PIC X(20).                              00134647
              10 AP-EMPLOYEE-ID PIC X(08).                              00134666
              10 AP-APPROVER-ID PIC X(08).                              00134685
              10 AP-USED-SW     PIC X(01).                              00134704
                                                                        00134723
       01 WS-JD-YYYY            PIC 9(04).                              00134742
       01 WS-JD-MM              PIC 9(02).                              00134761
       01 WS-JD-DD              PIC 9(02).                              00134780
       01 WS-JDN                PIC S9(09) COMP.                        00134799
       01 WS-JD-WORK.                                                   00134818
           05 WS-JD-A           PIC S9(09) COMP.                        00134837
           05 WS-JD-M           PIC S9(09) COMP.                        00134856
           05 WS-JD-Y           PIC S9(09) COMP.                        00134875
           05 WS-JD-T1          PIC S9(09) COMP.                        00134894
           05 WS-JD-T2          PIC S9(09) COMP.                        00134913
           05 WS-JD-T3          PIC S9(09) COMP.                        00134932
           05 WS-JD-T4          PIC S9(09) COMP.                        00134951
                                                                        00135000
       01 WS-RPT-TITLE.                                                 00136000
           05 FILLER    PIC X(45) VALUE                                 00137000
           05 FILLER              PIC X(30) VALUE SPACES.               00160000
       01 WS-RPT-RECON.                                                 00161000
           05 RPT-R-TEXT          PIC X(80).                            00162000
       01 WS-RPT-QUEUELN.                                               00162002
           05 FILLER              PIC X(04) VALUE SPACES.               00162003
           05 FILLER              PIC X(10) VALUE 'QUEUE-ID: '.         00162004
           05 RPT-Q-QUEUE-ID      PIC X(20).                            00162005
           05 FILLER              PIC X(06) VALUE ' ACT: '.             00162006
           05 RPT-Q-ACTION        PIC X(01).                            00162007
           05 FILLER              PIC X(06) VALUE ' EMP: '.             00162008
           05 RPT-Q-EMPLOYEE-ID   PIC X(08).                            00162009
           05 FILLER              PIC X(12) VALUE ' SUBMITTER: '.       00162010
           05 RPT-Q-SUBMITTER-ID  PIC X(08).                            00162011
           05 FILLER              PIC X(05) VALUE SPACES.               00162012
       01 WS-ESC-TITLE.                                                 00162020
           05 FILLER    PIC X(50) VALUE                                 00162040
              'APPROVAL QUEUE - STATUS AND ESCALATION REPORT'.          00162060
           05 FILLER    PIC X(30) VALUE SPACES.                         00162080
       01 WS-ESC-RUNLN.                                                 00162100
           05 FILLER              PIC X(13) VALUE 'RUN DATE:    '.      00162120
           05 ESC-C-DATE          PIC X(10).                            00162140
           05 FILLER              PIC X(16) VALUE '   AGE LIMIT:  '.    00162160
           05 ESC-C-LIMIT         PIC ZZ9.                              00162180
           05 FILLER              PIC X(05) VALUE ' DAYS'.              00162200
           05 FILLER              PIC X(33) VALUE SPACES.               00162220
       01 WS-ESC-COLHDG.                                                00162240
           05 FILLER    PIC X(21) VALUE 'QUEUE-ID'.                     00162260
           05 FILLER    PIC X(02) VALUE 'A'.                            00162280
           05 FILLER    PIC X(09) VALUE 'EMPLOYEE'.                     00162300
           05 FILLER    PIC X(09) VALUE 'SUBMITTR'.                     00162320
           05 FILLER    PIC X(11) VALUE 'QUEUED'.                       00162340
           05 FILLER    PIC X(04) VALUE 'AGE'.                          00162360
           05 FILLER    PIC X(24) VALUE 'DISPOSITION'.                  00162380
       01 WS-ESC-DETAIL.                                                00162400
           05 ESC-D-QUEUE-ID      PIC X(20).                            00162420
           05 FILLER              PIC X(01) VALUE SPACES.               00162440
           05 ESC-D-ACTION        PIC X(01).                            00162460
           05 FILLER              PIC X(01) VALUE SPACES.               00162480
           05 ESC-D-EMPLOYEE-ID   PIC X(08).                            00162500
           05 FILLER              PIC X(01) VALUE SPACES.               00162520
           05 ESC-D-SUBMITTER-ID  PIC X(08).                            00162540
           05 FILLER              PIC X(01) VALUE SPACES.               00162560
           05 ESC-D-QUEUED-DATE   PIC X(10).                            00162580
           05 FILLER              PIC X(01) VALUE SPACES.               00162600
           05 ESC-D-AGE           PIC ZZ9.                              00162620
           05 FILLER              PIC X(01) VALUE SPACES.               00162640
           05 ESC-D-DISP          PIC X(24).                            00162660
       01 WS-ESC-APRHDG.                                                00162680
           05 FILLER    PIC X(23) VALUE 'QUEUE-ID'.                     00162700
           05 FILLER    PIC X(09) VALUE 'EMPLOYEE'.                     00162720
           05 FILLER    PIC X(24) VALUE 'APPROVER'.                     00162740
           05 FILLER    PIC X(24) VALUE 'DISPOSITION'.                  00162760
       01 WS-ESC-APRLN.                                                 00162780
           05 ESC-A-QUEUE-ID      PIC X(20).                            00162800
           05 FILLER              PIC X(03) VALUE SPACES.               00162820
           05 ESC-A-EMPLOYEE-ID   PIC X(08).                            00162840
           05 FILLER              PIC X(01) VALUE SPACES.               00162860
           05 ESC-A-APPROVER-ID   PIC X(08).                            00162880
           05 FILLER              PIC X(16) VALUE SPACES.               00162900
           05 ESC-A-DISP          PIC X(24).                            00162920
       01 WS-ESC-MSG.                                                   00162940
           05 ESC-X-TEXT          PIC X(80).                            00162960
       LINKAGE SECTION.                                                 00163000
                                                                        00164000
       PROCEDURE DIVISION.                                              00165000
           OPEN OUTPUT REPT-FILE.                                       00177000
           OPEN OUTPUT AUDIT-FILE.                                      00178000
           OPEN OUTPUT HELD-FILE.                                       00178100
           OPEN OUTPUT AQO-FILE.                                        00178200
           IF WS-AQOSTAT NOT = '00'                                     00178300
              DISPLAY 'AQOUTDD OPEN FAILED - STATUS:'WS-AQOSTAT         00178400
              MOVE 210 TO ABEND-CODE                                    00178500
              CALL 'CEE3ABD' USING ABEND-CODE                           00178600
           END-IF.                                                      00178700
           OPEN OUTPUT ESCL-FILE.                                       00178800
                                                                        00179000
           PERFORM C-PARA THRU C-EXIT.                                  00180000
                                                                        00180100
           PERFORM K-PARA THRU K-EXIT.                                  00180300
                                                                        00181000
           PERFORM B-PARA THRU B-EXIT UNTIL WS-EOF-YES.                 00182000
                                                                        00183000
              PERFORM F-PARA THRU F-EXIT                                00185000
           END-IF.                                                      00186000
                                                                        00187000
           PERFORM Q-PARA THRU Q-EXIT.                                  00187300
                                                                        00187400
           PERFORM D-PARA THRU D-EXIT.                                  00188000
                                                                        00189000
           CLOSE TRAN-FILE.                                             00190000
           CLOSE AUDIT-FILE.                                            00193000
           CLOSE ERR-FILE.                                              00194000
           CLOSE HELD-FILE.                                             00194100
           CLOSE AQO-FILE.                                              00194200
           CLOSE ESCL-FILE.                                             00194300
                                                                        00195000
           STOP RUN.                                                    00196000
       A-EXIT.                                                          00197000
           END-READ.                                                    00205000
                                                                        00206000
           ADD 1 TO WS-REC-COUNT.                                       00207000
      * AN APPROVER IS ONLY EVER STAMPED BY K-PARA. ONE ARRIVING ON     00207100
      * TRANDD IS DISREGARDED.                                          00207200
           MOVE 'N' TO WS-RELEASED-SW.                                  00207300
           MOVE SPACES TO TR-APPROVER-ID.                               00207400
                                                                        00208000
      * B-010-PARSE IS ALSO ENTERED DIRECTLY FOR AN APPROVED ITEM       00208200
      * RELEASED FROM THE APPROVAL QUEUE (K-PARA).                      00208400
       B-010-PARSE.                                                     00208600
           MOVE ZERO TO WS-FIELD-COUNT.                                 00209000
           MOVE 'Y' TO WS-HIST-OK-SW.                                   00209100
           MOVE SPACES TO WS-ACTION.                                    00210000
           MOVE SPACES TO WS-STAT-EFF-DATE.                             00215200
           MOVE SPACES TO WS-EFF-DATE.                                  00215300
           MOVE 'N' TO WS-HELD-SW.                                      00215400
           MOVE 'N' TO WS-QUEUED-SW.                                    00215500
           UNSTRING TR-DATA DELIMITED BY ','                            00216000
              INTO WS-ACTION, WS-EMPLOYEE-ID, WS-PNAME,                 00217000
                   WS-DOB, WS-DEPT-CD, WS-HIRE-DATE,                    00218000
                   WS-EFF-DATE                                          00218100
              GO TO B-EXIT                                              00231000
           END-IF.                                                      00232000
                                                                        00233000
           PERFORM M-PARA THRU M-EXIT.                                  00233010
           IF WS-QUEUED-YES                                             00233020
              GO TO B-EXIT                                              00233030
           END-IF.                                                      00233040
                                                                        00233050
           PERFORM O-PARA THRU O-EXIT.                                  00233100
           IF WS-HELD-YES                                               00233200
              GO TO B-EXIT                                              00233300
           MOVE WS-PNAME TO AU-PNAME.                                   00353000
           MOVE WS-DOB TO AU-DOB.                                       00354000
           MOVE WS-SQLCD TO AU-SQLCODE.                                 00355000
           MOVE SPACES TO AU-SRC-CD.                                    00355500
           MOVE TR-SUBMITTER-ID TO AU-SUBMITTER-ID.                     00355600
           MOVE TR-APPROVER-ID TO AU-APPROVER-ID.                       00355700
           WRITE AUDIT-REC.                                             00356000
       Z-EXIT.                                                          00357000
           EXIT.                                                        00358000
              GO TO V-EXIT                                              00368000
           END-IF.                                                      00369000
                                                                        00370000
           IF TR-SUBMITTER-ID = SPACES                                  00370100
              MOVE 'N' TO WS-VALID-SW                                   00370200
              MOVE 'SUBMITTER ID IS BLANK' TO WS-REJ-REASON             00370300
              GO TO V-EXIT                                              00370400
           END-IF.                                                      00370500
                                                                        00370600
           IF WS-EMPLOYEE-ID = SPACES                                   00371000
              MOVE 'N' TO WS-VALID-SW                                   00372000
              MOVE 'EMPLOYEE-ID IS BLANK' TO WS-REJ-REASON              00373000
           MOVE WS-REC-COUNT TO RPT-S-COUNT.                            00463000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00464000
           WRITE REPT-REC.                                              00465000
           MOVE 'APPROVED ITEMS RELEASED FROM QUEUE' TO RPT-S-LABEL.    00465100
           MOVE WS-RELSE-COUNT TO RPT-S-COUNT.                          00465200
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00465300
           WRITE REPT-REC.                                              00465400
           MOVE 'SUCCESSFUL ADDS' TO RPT-S-LABEL.                       00466000
           MOVE WS-ADD-COUNT TO RPT-S-COUNT.                            00467000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00468000
           MOVE WS-ERROR-COUNT TO RPT-S-COUNT.                          00491000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00492000
           WRITE REPT-REC.                                              00493000
           MOVE 'QUEUED FOR SECOND-USER APPROVAL' TO RPT-S-LABEL.       00493100
           MOVE WS-QUEUED-COUNT TO RPT-S-COUNT.                         00493200
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00493300
           WRITE REPT-REC.                                              00493400
                                                                        00494000
           MOVE SPACES TO REPT-REC.                                     00495000
           WRITE REPT-REC.                                              00496000
           COMPUTE WS-ACCT-TOTAL = WS-ADD-COUNT + WS-CHG-COUNT          00498000
              + WS-DEL-COUNT + WS-REJECT-COUNT + WS-NOTFND-COUNT        00499000
              + WS-DUP-COUNT + WS-ERROR-COUNT + WS-TRM-COUNT            00500000
              + WS-LVE-COUNT + WS-REH-COUNT + WS-HELD-COUNT             00500100
              + WS-QUEUED-COUNT.                                        00500200
           COMPUTE WS-INPUT-TOTAL = WS-REC-COUNT + WS-RELSE-COUNT.      00500300
                                                                        00501000
           IF WS-ACCT-TOTAL = WS-INPUT-TOTAL                            00502000
              MOVE 'RECONCILIATION: TRANSACTIONS READ BALANCE'          00503000
                 TO RPT-R-TEXT                                          00504000
           ELSE                                                         00505000
           MOVE WS-REC-COUNT TO RPT-S-COUNT.                            00513000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00514000
           WRITE REPT-REC.                                              00515000
           MOVE 'RELEASED FROM APPROVAL QUEUE' TO RPT-S-LABEL.          00515100
           MOVE WS-RELSE-COUNT TO RPT-S-COUNT.                          00515200
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00515300
           WRITE REPT-REC.                                              00515400
           MOVE 'TRANSACTIONS ACCOUNTED FOR (ALL BUCKETS)'              00516000
              TO RPT-S-LABEL.                                           00517000
           MOVE WS-ACCT-TOTAL TO RPT-S-COUNT.                           00518000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00519000
           WRITE REPT-REC.                                              00520000
                                                                        00520010
           COMPUTE WS-AQ-ACCT-TOTAL = WS-RELSE-COUNT + WS-AGED-COUNT    00520020
              + WS-CARRY-COUNT.                                         00520040
           IF WS-AQ-ACCT-TOTAL = WS-AQ-IN-COUNT                         00520060
              AND WS-AQ-OUT-COUNT = WS-CARRY-COUNT + WS-QUEUED-COUNT    00520080
                 + WS-APHELD-COUNT                                      00520090
              MOVE 'RECONCILIATION: APPROVAL QUEUE BALANCES'            00520100
                 TO RPT-R-TEXT                                          00520120
           ELSE                                                         00520140
              MOVE 'RECONCILIATION: *** MISMATCH *** APPROVAL QUEUE'    00520160
                 TO RPT-R-TEXT                                          00520180
           END-IF.                                                      00520200
           MOVE WS-RPT-RECON TO REPT-REC.                               00520220
           WRITE REPT-REC.                                              00520240
           MOVE 'APPROVAL QUEUE ITEMS CARRIED IN' TO RPT-S-LABEL.       00520260
           MOVE WS-AQ-IN-COUNT TO RPT-S-COUNT.                          00520280
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00520300
           WRITE REPT-REC.                                              00520320
           MOVE 'APPROVED AND RELEASED' TO RPT-S-LABEL.                 00520340
           MOVE WS-RELSE-COUNT TO RPT-S-COUNT.                          00520360
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00520380
           WRITE REPT-REC.                                              00520400
           MOVE 'AGED OUT (SEE ESCALATION REPORT)' TO RPT-S-LABEL.      00520420
           MOVE WS-AGED-COUNT TO RPT-S-COUNT.                           00520440
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00520460
           WRITE REPT-REC.                                              00520480
           MOVE 'CARRIED FORWARD AWAITING APPROVAL' TO RPT-S-LABEL.     00520500
           MOVE WS-CARRY-COUNT TO RPT-S-COUNT.                          00520520
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00520540
           WRITE REPT-REC.                                              00520560
           MOVE 'APPROVED, WAITING FOR EFFECTIVE DATE' TO RPT-S-LABEL.  00520562
           MOVE WS-APHELD-COUNT TO RPT-S-COUNT.                         00520566
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00520570
           WRITE REPT-REC.                                              00520574
           MOVE 'NEW ITEMS QUEUED THIS RUN' TO RPT-S-LABEL.             00520580
           MOVE WS-QUEUED-COUNT TO RPT-S-COUNT.                         00520600
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00520620
           WRITE REPT-REC.                                              00520640
           MOVE 'APPROVAL QUEUE ITEMS WRITTEN' TO RPT-S-LABEL.          00520660
           MOVE WS-AQ-OUT-COUNT TO RPT-S-COUNT.                         00520680
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00520700
           WRITE REPT-REC.                                              00520720
       D-EXIT.                                                          00521000
           EXIT.                                                        00522000
                                                                        00523000
           MOVE SPACES TO WS-HIRE-DATE.                                 00536000
           MOVE SPACES TO WS-STAT-EFF-DATE.                             00537000
           IF WS-ACTION = 'R'                                           00538000
              UNSTRING TR-DATA DELIMITED BY ','                         00539000
                 INTO WS-ACTION, WS-EMPLOYEE-ID, WS-DEPT-CD,            00540000
                      WS-STAT-EFF-DATE                                  00541000
                 TALLYING IN WS-FIELD-COUNT                             00542000
              END-UNSTRING                                              00543000
              MOVE 'A' TO WS-EMP-STATUS                                 00544000
           ELSE                                                         00545000
              UNSTRING TR-DATA DELIMITED BY ','                         00546000
                 INTO WS-ACTION, WS-EMPLOYEE-ID, WS-STAT-EFF-DATE       00547000
                 TALLYING IN WS-FIELD-COUNT                             00548000
              END-UNSTRING                                              00549000
      * EFFECTIVE DATE (STATUS DATE FOR T/L/R) IS AFTER THE RUN DATE *  00618000
      * GOES UNCHANGED TO HELDDD FOR THE CBLDB2Q RELEASE STEP AND IS *  00619000
      * REPORTED AS HELD INSTEAD OF BEING APPLIED TONIGHT.           *  00620000
      * AN APPROVED ITEM RELEASED FROM THE QUEUE BY K-PARA IS NOT    *  00620100
      * WRITTEN TO HELDDD. IT GOES BACK ON AQOUTDD MARKED APPROVED   *  00620200
      * (O-010-REQUEUE) SO ITS APPROVAL NEVER LEAVES THE QUEUE.      *  00620300
      *---------------------------------------------------------------- 00621000
       O-PARA.                                                          00622000
           IF WS-ACTION = 'T' OR WS-ACTION = 'L' OR WS-ACTION = 'R'     00623000
              GO TO O-EXIT                                              00631000
           END-IF.                                                      00632000
                                                                        00633000
           IF WS-RELEASED-YES                                           00633100
              PERFORM O-010-REQUEUE THRU O-010-EXIT                     00633200
              GO TO O-020-COUNT                                         00633300
           END-IF.                                                      00633400
                                                                        00633500
           MOVE TRAN-REC TO HELD-REC.                                   00634000
           WRITE HELD-REC.                                              00635000
           IF WS-HLDSTAT NOT = '00'                                     00636000
              MOVE 211 TO ABEND-CODE                                    00638000
              CALL 'CEE3ABD' USING ABEND-CODE                           00639000
           END-IF.                                                      00640000
       O-020-COUNT.                                                     00640500
           MOVE 'Y' TO WS-HELD-SW.                                      00641000
           ADD 1 TO WS-HELD-COUNT.                                      00642000
                                                                        00643000
           DISPLAY 'TRANSACTION HELD UNTIL:'WS-HOLD-DATE.               00648000
       O-EXIT.                                                          00649000
           EXIT.                                                        00650000
                                                                        00650050
       O-010-REQUEUE.                                                   00650100
           MOVE AQI-REC TO AQO-REC.                                     00650200
           MOVE 'A' TO QO-STATE.                                        00650300
           MOVE TRAN-REC TO QO-TRAN.                                    00650400
           PERFORM K-030-WRITE THRU K-030-EXIT.                         00650500
           ADD 1 TO WS-APHELD-COUNT.                                    00650600
       O-010-EXIT.                                                      00650700
           EXIT.                                                        00650800
                                                                        00651000
      *---------------------------------------------------------------- 00652000
      * P-PARA - OPTIONAL PARM: THE APPROVAL AGE LIMIT IN DAYS AS    *  00653000
      * THREE DIGITS (E.G. '005'). WITHOUT A PARM THE LIMIT IS 5.    *  00654000
      *---------------------------------------------------------------- 00655000
       P-PARA.                                                          00656000
           OPEN INPUT PARM-FILE.                                        00657000
           IF WS-PRMSTAT NOT = '00'                                     00658000
              DISPLAY 'NO PARM FILE - APPROVAL AGE LIMIT DEFAULTED'     00659000
              GO TO P-EXIT                                              00660000
           END-IF.                                                      00661000
                                                                        00662000
           READ PARM-FILE INTO PARM-REC                                 00663000
               AT END                                                   00664000
                   DISPLAY 'EMPTY PARM FILE - AGE LIMIT DEFAULTED'      00665000
                   CLOSE PARM-FILE                                      00666000
                   GO TO P-EXIT                                         00667000
           END-READ.                                                    00668000
           CLOSE PARM-FILE.                                             00669000
                                                                        00670000
           IF PM-AGE-LIMIT NOT NUMERIC OR PM-AGE-LIMIT-N = ZERO         00671000
              DISPLAY 'INVALID APPROVAL AGE LIMIT PARM:'PM-AGE-LIMIT    00672000
              MOVE 212 TO ABEND-CODE                                    00673000
              CALL 'CEE3ABD' USING ABEND-CODE                           00674000
           END-IF.                                                      00675000
           MOVE PM-AGE-LIMIT-N TO WS-AGE-LIMIT.                         00676000
       P-EXIT.                                                          00677000
           EXIT.                                                        00678000
                                                                        00679000
      *---------------------------------------------------------------- 00680000
      * K-PARA - APPROVAL QUEUE PASS, AHEAD OF THE NIGHT'S           *  00681000
      * TRANSACTIONS. EACH ITEM ON THE PRIOR QUEUE (AQINDD) IS       *  00682000
      * MATCHED TO THE APPROVAL RECORDS. AN APPROVAL FROM A USER     *  00683000
      * OTHER THAN THE SUBMITTER RELEASES THE ITEM THROUGH THE NORMAL*  00684000
      * EDIT AND APPLY PATH WITH THE APPROVER STAMPED ON IT. AN      *  00685000
      * UNAPPROVED ITEM OLDER THAN THE AGE LIMIT IS DROPPED ONTO THE *  00686000
      * ESCALATION REPORT; THE REST ARE CARRIED FORWARD ON AQOUTDD.  *  00687000
      * EVERY ITEM IS LISTED ON THE ESCALATION REPORT WITH ITS AGE   *  00688000
      * AND DISPOSITION.                                             *  00689000
      * AN ITEM ALREADY MARKED APPROVED IS WAITING FOR ITS EFFECTIVE *  00689100
      * DATE AND IS RE-PRESENTED WITHOUT A NEW APPROVAL OR AGE CHECK.*  00689200
      *---------------------------------------------------------------- 00690000
       K-PARA.                                                          00691000
           MOVE WS-TODAY-RAW TO WS-QID-DATE.                            00692000
           ACCEPT WS-QID-TIME FROM TIME.                                00693000
           PERFORM P-PARA THRU P-EXIT.                                  00694000
           PERFORM L-PARA THRU L-EXIT.                                  00695000
                                                                        00696000
           MOVE WS-TODAY-YYYY TO WS-JD-YYYY.                            00697000
           MOVE WS-TODAY-MM TO WS-JD-MM.                                00698000
           MOVE WS-TODAY-DD TO WS-JD-DD.                                00699000
           PERFORM R-PARA THRU R-EXIT.                                  00700000
           MOVE WS-JDN TO WS-TODAY-JDN.                                 00701000
                                                                        00702000
           MOVE WS-ESC-TITLE TO ESCL-REC.                               00703000
           WRITE ESCL-REC.                                              00704000
           MOVE SPACES TO ESCL-REC.                                     00705000
           WRITE ESCL-REC.                                              00706000
           MOVE WS-TODAY-DATE TO ESC-C-DATE.                            00707000
           MOVE WS-AGE-LIMIT TO ESC-C-LIMIT.                            00708000
           MOVE WS-ESC-RUNLN TO ESCL-REC.                               00709000
           WRITE ESCL-REC.                                              00710000
           MOVE SPACES TO ESCL-REC.                                     00711000
           WRITE ESCL-REC.                                              00712000
           MOVE WS-ESC-COLHDG TO ESCL-REC.                              00713000
           WRITE ESCL-REC.                                              00714000
           MOVE SPACES TO ESCL-REC.                                     00715000
           WRITE ESCL-REC.                                              00716000
                                                                        00717000
           OPEN INPUT AQI-FILE.                                         00718000
           IF WS-AQISTAT NOT = '00'                                     00719000
              DISPLAY 'NO PRIOR APPROVAL QUEUE - STARTING FRESH'        00720000
              GO TO K-EXIT                                              00721000
           END-IF.                                                      00722000
                                                                        00723000
           PERFORM K-010-ITEM THRU K-010-EXIT                           00724000
              UNTIL WS-AQI-EOF-YES.                                     00725000
                                                                        00726000
           CLOSE AQI-FILE.                                              00727000
       K-EXIT.                                                          00728000
           EXIT.                                                        00729000
                                                                        00730000
       K-010-ITEM.                                                      00731000
           READ AQI-FILE INTO AQI-REC                                   00732000
               AT END                                                   00733000
                   MOVE 'Y' TO WS-AQI-EOF-SW                            00734000
                   GO TO K-010-EXIT                                     00735000
           END-READ.                                                    00736000
           ADD 1 TO WS-AQ-IN-COUNT.                                     00737000
                                                                        00738000
           MOVE QI-TRAN TO TRAN-REC.                                    00739000
           MOVE QI-QUEUE-ID TO ESC-D-QUEUE-ID.                          00740000
           MOVE QI-ACTION TO ESC-D-ACTION.                              00741000
           MOVE QI-EMPLOYEE-ID TO ESC-D-EMPLOYEE-ID.                    00742000
           MOVE TR-SUBMITTER-ID TO ESC-D-SUBMITTER-ID.                  00743000
           MOVE QI-QUEUED-DATE TO ESC-D-QUEUED-DATE.                    00744000
                                                                        00745000
           MOVE QI-QUEUED-DATE TO WS-EDIT-DATE.                         00746000
           MOVE WS-EDT-YYYY TO WS-JD-YYYY.                              00747000
           MOVE WS-EDT-MM TO WS-JD-MM.                                  00748000
           MOVE WS-EDT-DD TO WS-JD-DD.                                  00749000
           PERFORM R-PARA THRU R-EXIT.                                  00750000
           COMPUTE WS-AGE-DAYS = WS-TODAY-JDN - WS-JDN.                 00751000
           MOVE WS-AGE-DAYS TO ESC-D-AGE.                               00752000
                                                                        00753000
           IF QI-APPROVED-HELD                                          00753100
              ADD 1 TO WS-RELSE-COUNT                                   00753200
              MOVE 'APPROVED - DATE RECHECK' TO ESC-D-DISP              00753300
              MOVE WS-ESC-DETAIL TO ESCL-REC                            00753400
              WRITE ESCL-REC                                            00753500
              GO TO K-010-PARSE                                         00753600
           END-IF.                                                      00753700
                                                                        00753800
           PERFORM K-020-MATCH THRU K-020-EXIT.                         00754000
           IF WS-APR-FOUND                                              00755000
              GO TO K-010-RELEASE                                       00756000
           END-IF.                                                      00757000
           IF WS-APR-SELF                                               00758000
              ADD 1 TO WS-SELF-COUNT                                    00759000
              DISPLAY 'SELF-APPROVAL REFUSED:'QI-QUEUE-ID               00760000
           END-IF.                                                      00761000
                                                                        00762000
           IF WS-AGE-DAYS > WS-AGE-LIMIT                                00763000
              ADD 1 TO WS-AGED-COUNT                                    00764000
              MOVE '*** AGED OUT - REMOVED' TO ESC-D-DISP               00765000
              MOVE WS-ESC-DETAIL TO ESCL-REC                            00766000
              WRITE ESCL-REC                                            00767000
              DISPLAY 'APPROVAL QUEUE ITEM AGED OUT:'QI-QUEUE-ID        00768000
              GO TO K-010-EXIT                                          00769000
           END-IF.                                                      00770000
                                                                        00771000
           EVALUATE TRUE                                                00772000
              WHEN WS-APR-SELF                                          00773000
                 MOVE 'SELF-APPROVAL REFUSED' TO ESC-D-DISP             00774000
              WHEN WS-AGE-DAYS = WS-AGE-LIMIT                           00775000
                 MOVE 'AWAITING - LAST DAY' TO ESC-D-DISP               00776000
              WHEN OTHER                                                00777000
                 MOVE 'AWAITING APPROVAL' TO ESC-D-DISP                 00778000
           END-EVALUATE.                                                00779000
           MOVE WS-ESC-DETAIL TO ESCL-REC.                              00780000
           WRITE ESCL-REC.                                              00781000
           MOVE AQI-REC TO AQO-REC.                                     00782000
           PERFORM K-030-WRITE THRU K-030-EXIT.                         00783000
           ADD 1 TO WS-CARRY-COUNT.                                     00784000
           GO TO K-010-EXIT.                                            00785000
       K-010-RELEASE.                                                   00786000
           ADD 1 TO WS-RELSE-COUNT.                                     00787000
           MOVE 'APPROVED - RELEASED' TO ESC-D-DISP.                    00788000
           MOVE WS-ESC-DETAIL TO ESCL-REC.                              00789000
           WRITE ESCL-REC.                                              00790000
           MOVE AP-APPROVER-ID (AP-IX) TO TR-APPROVER-ID.               00791000
           DISPLAY 'APPROVED ITEM RELEASED:'QI-QUEUE-ID                 00792000
              ' APPROVER:'TR-APPROVER-ID.                               00793000
       K-010-PARSE.                                                     00793500
           MOVE 'Y' TO WS-RELEASED-SW.                                  00793700
           PERFORM B-010-PARSE THRU B-EXIT.                             00794000
       K-010-EXIT.                                                      00795000
           EXIT.                                                        00796000
                                                                        00797000
      *---------------------------------------------------------------- 00798000
      * K-020-MATCH - LOOK FOR AN UNUSED APPROVAL OF THE QUEUED ITEM *  00799000
      * (SAME QUEUE ID AND EMPLOYEE-ID) FROM A USER OTHER THAN THE   *  00800000
      * SUBMITTER. FAILING THAT, AN APPROVAL BY THE SUBMITTER IS     *  00801000
      * CONSUMED AND FLAGGED SO IT IS REPORTED AS REFUSED.           *  00802000
      *---------------------------------------------------------------- 00803000
       K-020-MATCH.                                                     00804000
           MOVE 'N' TO WS-APR-FOUND-SW.                                 00805000
           MOVE 'N' TO WS-APR-SELF-SW.                                  00806000
           IF WS-APR-COUNT = ZERO                                       00807000
              GO TO K-020-EXIT                                          00808000
           END-IF.                                                      00809000
                                                                        00810000
           SET AP-IX TO 1.                                              00811000
           SEARCH WS-APR-ENTRY                                          00812000
              AT END                                                    00813000
                 CONTINUE                                               00814000
              WHEN AP-QUEUE-ID (AP-IX) = QI-QUEUE-ID                    00815000
                 AND AP-EMPLOYEE-ID (AP-IX) = QI-EMPLOYEE-ID            00816000
                 AND AP-USED-SW (AP-IX) = 'N'                           00817000
                 AND AP-APPROVER-ID (AP-IX) NOT = TR-SUBMITTER-ID       00818000
                 MOVE 'Y' TO WS-APR-FOUND-SW                            00819000
                 MOVE 'Y' TO AP-USED-SW (AP-IX)                         00820000
           END-SEARCH.                                                  00821000
           IF WS-APR-FOUND                                              00822000
              GO TO K-020-EXIT                                          00823000
           END-IF.                                                      00824000
                                                                        00825000
           SET AP-IX TO 1.                                              00826000
           SEARCH WS-APR-ENTRY                                          00827000
              AT END                                                    00828000
                 CONTINUE                                               00829000
              WHEN AP-QUEUE-ID (AP-IX) = QI-QUEUE-ID                    00830000
                 AND AP-EMPLOYEE-ID (AP-IX) = QI-EMPLOYEE-ID            00831000
                 AND AP-USED-SW (AP-IX) = 'N'                           00832000
                 MOVE 'Y' TO WS-APR-SELF-SW                             00833000
                 MOVE 'Y' TO AP-USED-SW (AP-IX)                         00834000
           END-SEARCH.                                                  00835000
       K-020-EXIT.                                                      00836000
           EXIT.                                                        00837000
                                                                        00838000
       K-030-WRITE.                                                     00839000
           WRITE AQO-REC.                                               00840000
           IF WS-AQOSTAT NOT = '00'                                     00841000
              DISPLAY 'AQOUTDD WRITE FAILED - STATUS:'WS-AQOSTAT        00842000
              MOVE 211 TO ABEND-CODE                                    00843000
              CALL 'CEE3ABD' USING ABEND-CODE                           00844000
           END-IF.                                                      00845000
           ADD 1 TO WS-AQ-OUT-COUNT.                                    00846000
       K-030-EXIT.                                                      00847000
           EXIT.                                                        00848000
                                                                        00849000
      *---------------------------------------------------------------- 00850000
      * L-PARA - LOAD TONIGHT'S APPROVAL RECORDS (APPRDD), ONE PER   *  00851000
      * RECORD AS QUEUE-ID,EMPLOYEE-ID,APPROVER-ID. NO FILE MEANS NO *  00852000
      * APPROVALS. A RECORD MISSING ANY FIELD CAN NEVER MATCH.       *  00853000
      *---------------------------------------------------------------- 00854000
       L-PARA.                                                          00855000
           OPEN INPUT APPR-FILE.                                        00856000
           IF WS-APRSTAT NOT = '00'                                     00857000
              DISPLAY 'NO APPROVAL FILE - NO APPROVALS THIS RUN'        00858000
              GO TO L-EXIT                                              00859000
           END-IF.                                                      00860000
                                                                        00861000
           PERFORM L-010-LOAD THRU L-010-EXIT                           00862000
              UNTIL WS-APR-EOF-YES.                                     00863000
                                                                        00864000
           CLOSE APPR-FILE.                                             00865000
           DISPLAY 'APPROVAL RECORDS READ:'WS-APR-IN-COUNT.             00866000
       L-EXIT.                                                          00867000
           EXIT.                                                        00868000
                                                                        00869000
       L-010-LOAD.                                                      00870000
           READ APPR-FILE INTO APPR-REC                                 00871000
               AT END                                                   00872000
                   MOVE 'Y' TO WS-APR-EOF-SW                            00873000
                   GO TO L-010-EXIT                                     00874000
           END-READ.                                                    00875000
           ADD 1 TO WS-APR-IN-COUNT.                                    00876000
                                                                        00877000
           IF WS-APR-COUNT NOT LESS THAN WS-APR-MAX                     00878000
              DISPLAY 'APPROVAL TABLE FULL - LIMIT:'WS-APR-MAX          00879000
              MOVE 220 TO ABEND-CODE                                    00880000
              CALL 'CEE3ABD' USING ABEND-CODE                           00881000
           END-IF.                                                      00882000
                                                                        00883000
           MOVE SPACES TO WS-APR-QUEUE-ID.                              00884000
           MOVE SPACES TO WS-APR-EMPLOYEE-ID.                           00885000
           MOVE SPACES TO WS-APR-APPROVER-ID.                           00886000
           UNSTRING APPR-REC DELIMITED BY ','                           00887000
              INTO WS-APR-QUEUE-ID, WS-APR-EMPLOYEE-ID,                 00888000
                   WS-APR-APPROVER-ID                                   00889000
           END-UNSTRING.                                                00890000
                                                                        00891000
           ADD 1 TO WS-APR-COUNT.                                       00892000
           SET AP-IX TO WS-APR-COUNT.                                   00893000
           MOVE WS-APR-QUEUE-ID TO AP-QUEUE-ID (AP-IX).                 00894000
           MOVE WS-APR-EMPLOYEE-ID TO AP-EMPLOYEE-ID (AP-IX).           00895000
           MOVE WS-APR-APPROVER-ID TO AP-APPROVER-ID (AP-IX).           00896000
           IF WS-APR-QUEUE-ID = SPACES OR WS-APR-EMPLOYEE-ID = SPACES   00897000
              OR WS-APR-APPROVER-ID = SPACES                            00898000
              MOVE 'X' TO AP-USED-SW (AP-IX)                            00899000
           ELSE                                                         00900000
              MOVE 'N' TO AP-USED-SW (AP-IX)                            00901000
           END-IF.                                                      00902000
       L-010-EXIT.                                                      00903000
           EXIT.                                                        00904000
                                                                        00905000
      *---------------------------------------------------------------- 00906000
      * M-PARA - DUAL AUTHORIZATION. A VALIDATED DELETE, TERMINATE OR*  00907000
      * REHIRE, OR A CHANGE WHOSE DOB DIFFERS FROM PERSNLDTL, IS NOT *  00908000
      * APPLIED UNLESS K-PARA RELEASED IT FROM THE APPROVAL QUEUE    *  00909000
      * THIS RUN WITH AN APPROVER OTHER THAN THE SUBMITTER.          *  00910000
      * OTHERWISE IT IS WRITTEN TO THE APPROVAL QUEUE UNDER A NEW    *  00911000
      * QUEUE ID, REPORTED AS PENDING APPROVAL, AND LISTED WITH THE  *  00911100
      * QUEUE ID THE APPROVER KEYS ON APPRDD.                        *  00911200
      *---------------------------------------------------------------- 00912000
       M-PARA.                                                          00913000
           MOVE 'N' TO WS-QUEUED-SW.                                    00914000
           MOVE SPACES TO WS-APPR-REASON.                               00915000
           EVALUATE WS-ACTION                                           00916000
              WHEN 'D'                                                  00917000
                 MOVE 'DELETE' TO WS-APPR-REASON                        00918000
              WHEN 'T'                                                  00919000
                 MOVE 'TERMINATE' TO WS-APPR-REASON                     00920000
              WHEN 'R'                                                  00921000
                 MOVE 'REHIRE' TO WS-APPR-REASON                        00922000
              WHEN 'C'                                                  00923000
                 PERFORM M-010-DOB THRU M-010-EXIT                      00924000
           END-EVALUATE.                                                00925000
           IF WS-APPR-REASON = SPACES                                   00926000
              GO TO M-EXIT                                              00927000
           END-IF.                                                      00928000
                                                                        00929000
           IF WS-RELEASED-YES                                           00930000
              AND TR-APPROVER-ID NOT = SPACES                           00930500
              AND TR-APPROVER-ID NOT = TR-SUBMITTER-ID                  00931000
              GO TO M-EXIT                                              00932000
           END-IF.                                                      00933000
                                                                        00934000
           ADD 1 TO WS-QID-SEQ.                                         00935000
           MOVE SPACES TO TR-APPROVER-ID.                               00936000
           MOVE SPACES TO AQO-REC.                                      00937000
           MOVE WS-QUEUE-ID TO QO-QUEUE-ID.                             00938000
           MOVE WS-TODAY-DATE TO QO-QUEUED-DATE.                        00939000
           MOVE WS-ACTION TO QO-ACTION.                                 00940000
           MOVE WS-EMPLOYEE-ID TO QO-EMPLOYEE-ID.                       00941000
           MOVE WS-APPR-REASON TO QO-REASON.                            00942000
           MOVE TRAN-REC TO QO-TRAN.                                    00943000
           PERFORM K-030-WRITE THRU K-030-EXIT.                         00944000
           MOVE 'Y' TO WS-QUEUED-SW.                                    00945000
           ADD 1 TO WS-QUEUED-COUNT.                                    00946000
                                                                        00947000
           MOVE ZERO TO WS-SQLCD.                                       00948000
           MOVE ZERO TO WS-ROWCNT.                                      00949000
           MOVE 'PENDAPPR' TO WS-RPT-STATUS-TXT.                        00950000
           PERFORM Y-PARA THRU Y-EXIT.                                  00951000
           MOVE QO-QUEUE-ID TO RPT-Q-QUEUE-ID.                          00951100
           MOVE WS-ACTION TO RPT-Q-ACTION.                              00951200
           MOVE WS-EMPLOYEE-ID TO RPT-Q-EMPLOYEE-ID.                    00951300
           MOVE TR-SUBMITTER-ID TO RPT-Q-SUBMITTER-ID.                  00951400
           MOVE WS-RPT-QUEUELN TO REPT-REC.                             00951500
           WRITE REPT-REC.                                              00951600
           DISPLAY 'QUEUED FOR APPROVAL:'WS-QUEUE-ID                    00952000
              ' REASON:'WS-APPR-REASON.                                 00953000
       M-EXIT.                                                          00954000
           EXIT.                                                        00955000
                                                                        00956000
      *---------------------------------------------------------------- 00957000
      * M-010-DOB - A CHANGE NEEDS APPROVAL WHEN ITS DOB DIFFERS FROM*  00958000
      * THE CURRENT ROW. IF THE ROW CANNOT BE READ FOR ANY REASON    *  00959000
      * OTHER THAN NOT-FOUND THE CHANGE IS TREATED AS A DOB CHANGE.  *  00960000
      * NOT-FOUND IS LEFT TO THE NORMAL UPDATE PATH TO REPORT.       *  00961000
      *---------------------------------------------------------------- 00962000
       M-010-DOB.                                                       00963000
           EXEC SQL                                                     00964000
              SELECT DOB                                                00965000
              INTO :DOB                                                 00966000
              FROM PERSNLDTL                                            00967000
              WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID                       00968000
           END-EXEC.                                                    00969000
                                                                        00970000
           EVALUATE SQLCODE                                             00971000
              WHEN +0                                                   00972000
                 IF DOB NOT = WS-DOB                                    00973000
                    MOVE 'DOB CHANGE' TO WS-APPR-REASON                 00974000
                 END-IF                                                 00975000
              WHEN +100                                                 00976000
                 CONTINUE                                               00977000
              WHEN -922                                                 00978000
              WHEN -923                                                 00979000
              WHEN -924                                                 00980000
              WHEN -1224                                                00981000
                 MOVE SQLCODE TO WS-SQLCD                               00982000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00983000
                    WS-SQLCD                                            00984000
                 MOVE 200 TO ABEND-CODE                                 00985000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00986000
              WHEN OTHER                                                00987000
                 MOVE SQLCODE TO WS-SQLCD                               00988000
                 DISPLAY 'DOB LOOKUP FAILED - SQLCODE:'WS-SQLCD         00989000
                 MOVE 'DOB CHANGE' TO WS-APPR-REASON                    00990000
           END-EVALUATE.                                                00991000
       M-010-EXIT.                                                      00992000
           EXIT.                                                        00993000
                                                                        00994000
      *---------------------------------------------------------------- 00995000
      * Q-PARA - CLOSE OUT THE ESCALATION REPORT: EVERY APPROVAL     *  00996000
      * RECORD THAT DID NOT RELEASE OR REFUSE A QUEUED ITEM, THEN THE*  00997000
      * QUEUE TOTALS.                                                *  00998000
      *---------------------------------------------------------------- 00999000
       Q-PARA.                                                          01000000
           MOVE SPACES TO ESCL-REC.                                     01001000
           WRITE ESCL-REC.                                              01002000
           MOVE 'APPROVAL RECORDS NOT APPLIED' TO ESC-X-TEXT.           01003000
           MOVE WS-ESC-MSG TO ESCL-REC.                                 01004000
           WRITE ESCL-REC.                                              01005000
           MOVE SPACES TO ESCL-REC.                                     01006000
           WRITE ESCL-REC.                                              01007000
           MOVE WS-ESC-APRHDG TO ESCL-REC.                              01008000
           WRITE ESCL-REC.                                              01009000
           IF WS-APR-COUNT > ZERO                                       01010000
              PERFORM Q-010-APPR THRU Q-010-EXIT                        01011000
                 VARYING AP-IX FROM 1 BY 1                              01012000
                 UNTIL AP-IX > WS-APR-COUNT                             01013000
           END-IF.                                                      01014000
           MOVE SPACES TO ESCL-REC.                                     01015000
           WRITE ESCL-REC.                                              01016000
                                                                        01017000
           MOVE 'QUEUE ITEMS CARRIED IN' TO RPT-S-LABEL.                01018000
           MOVE WS-AQ-IN-COUNT TO RPT-S-COUNT.                          01019000
           MOVE WS-RPT-SUMMARY TO ESCL-REC.                             01020000
           WRITE ESCL-REC.                                              01021000
           MOVE 'APPROVED AND RELEASED' TO RPT-S-LABEL.                 01022000
           MOVE WS-RELSE-COUNT TO RPT-S-COUNT.                          01023000
           MOVE WS-RPT-SUMMARY TO ESCL-REC.                             01024000
           WRITE ESCL-REC.                                              01025000
           MOVE 'SELF-APPROVALS REFUSED' TO RPT-S-LABEL.                01026000
           MOVE WS-SELF-COUNT TO RPT-S-COUNT.                           01027000
           MOVE WS-RPT-SUMMARY TO ESCL-REC.                             01028000
           WRITE ESCL-REC.                                              01029000
           MOVE 'AGED OUT AND REMOVED' TO RPT-S-LABEL.                  01030000
           MOVE WS-AGED-COUNT TO RPT-S-COUNT.                           01031000
           MOVE WS-RPT-SUMMARY TO ESCL-REC.                             01032000
           WRITE ESCL-REC.                                              01033000
           MOVE 'CARRIED FORWARD AWAITING APPROVAL' TO RPT-S-LABEL.     01034000
           MOVE WS-CARRY-COUNT TO RPT-S-COUNT.                          01035000
           MOVE WS-RPT-SUMMARY TO ESCL-REC.                             01036000
           WRITE ESCL-REC.                                              01037000
           MOVE 'NEW ITEMS QUEUED THIS RUN' TO RPT-S-LABEL.             01038000
           MOVE WS-QUEUED-COUNT TO RPT-S-COUNT.                         01039000
           MOVE WS-RPT-SUMMARY TO ESCL-REC.                             01040000
           WRITE ESCL-REC.                                              01041000
           MOVE 'APPROVAL RECORDS READ' TO RPT-S-LABEL.                 01042000
           MOVE WS-APR-IN-COUNT TO RPT-S-COUNT.                         01043000
           MOVE WS-RPT-SUMMARY TO ESCL-REC.                             01044000
           WRITE ESCL-REC.                                              01045000
           MOVE 'APPROVAL RECORDS NOT APPLIED' TO RPT-S-LABEL.          01046000
           MOVE WS-APR-NOMATCH-COUNT TO RPT-S-COUNT.                    01047000
           MOVE WS-RPT-SUMMARY TO ESCL-REC.                             01048000
           WRITE ESCL-REC.                                              01049000
       Q-EXIT.                                                          01050000
           EXIT.                                                        01051000
                                                                        01052000
       Q-010-APPR.                                                      01053000
           IF AP-USED-SW (AP-IX) = 'Y'                                  01054000
              GO TO Q-010-EXIT                                          01055000
           END-IF.                                                      01056000
           ADD 1 TO WS-APR-NOMATCH-COUNT.                               01057000
           MOVE AP-QUEUE-ID (AP-IX) TO ESC-A-QUEUE-ID.                  01058000
           MOVE AP-EMPLOYEE-ID (AP-IX) TO ESC-A-EMPLOYEE-ID.            01059000
           MOVE AP-APPROVER-ID (AP-IX) TO ESC-A-APPROVER-ID.            01060000
           IF AP-USED-SW (AP-IX) = 'X'                                  01061000
              MOVE 'INCOMPLETE APPROVAL' TO ESC-A-DISP                  01062000
           ELSE                                                         01063000
              MOVE 'NO MATCHING QUEUE ITEM' TO ESC-A-DISP               01064000
           END-IF.                                                      01065000
           MOVE WS-ESC-APRLN TO ESCL-REC.                               01066000
           WRITE ESCL-REC.                                              01067000
       Q-010-EXIT.                                                      01068000
           EXIT.                                                        01069000
                                                                        01070000
      *---------------------------------------------------------------- 01071000
      * R-PARA - DAY NUMBER OF WS-JD-YYYY/MM/DD INTO WS-JDN, USED TO *  01072000
      * AGE THE APPROVAL QUEUE. EACH DIVISION IS ITS OWN COMPUTE SO  *  01073000
      * EVERY QUOTIENT IS TRUNCATED.                                 *  01074000
      *---------------------------------------------------------------- 01075000
       R-PARA.                                                          01076000
           COMPUTE WS-JD-A = (14 - WS-JD-MM) / 12.                      01077000
           COMPUTE WS-JD-Y = WS-JD-YYYY + 4800 - WS-JD-A.               01078000
           COMPUTE WS-JD-M = WS-JD-MM + (12 * WS-JD-A) - 3.             01079000
           COMPUTE WS-JD-T1 = ((153 * WS-JD-M) + 2) / 5.                01080000
           COMPUTE WS-JD-T2 = WS-JD-Y / 4.                              01081000
           COMPUTE WS-JD-T3 = WS-JD-Y / 100.                            01082000
           COMPUTE WS-JD-T4 = WS-JD-Y / 400.                            01083000
           COMPUTE WS-JDN = WS-JD-DD + WS-JD-T1 + (365 * WS-JD-Y)       01084000
                          + WS-JD-T2 - WS-JD-T3 + WS-JD-T4 - 32045.     01085000
       R-EXIT.                                                          01086000
           EXIT.                                                        01087000
