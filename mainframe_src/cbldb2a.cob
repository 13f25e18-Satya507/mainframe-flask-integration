      *                  DISPOSITION RECORDS, AND THE NEXT-AVAILABLE    00022061
      *                  NUMBER RIDES ON EVERY CHECKPOINT RECORD SO A   00022062
      *                  RESTART NEVER ISSUES THE SAME NUMBER TWICE.    00022063
      * 10/15/2026 RKS   AUDITDD RECORD NOW CARRIES THE CBLDB2M SOURCE  00022064
      *                  CODE (AU-SRC-CD) SO A NIGHT'S LOADS FROM ONE   00022065
      *                  REGIONAL OFFICE CAN BE IDENTIFIED ON THE       00022066
      *                  CONSOLIDATED AUDIT HISTORY AND BACKED OUT BY   00022067
      *                  CBLDB2N.                                       00022068
      * 10/15/2026 RKS   ADDED REHIRE-CANDIDATE MATCHING (H-PARA). A    00022069
      *                  VALID RECORD WHOSE PNAME AND DOB ALREADY SIT ON00022070
      *                  PERSNLDTL UNDER ANOTHER EMPLOYEE-ID IS NOT     00022071
      *                  LOADED - IT GOES TO RHSPDD AND THE CONTROL     00022072
      *                  REPORT WITH THE EXISTING ID, STATUS, DEPT AND  00022073
      *                  STAT_EFF_DATE, AND TO REJCTDD SO CBLDB2F       00022074
      *                  RECYCLES IT UNTIL HR KEYS A CBLDB2C REHIRE OR  00022075
      *                  RELEASES THE PAIR AS A DIFFERENT PERSON ON     00022076
      *                  RHRLDD.                                        00022077
      * 10/15/2026 RKS   AUDIT RECORD EXTENDED WITH SUBMITTER AND       00022078
      *                  APPROVER IDS (CBLDB2C); LEFT BLANK ON LOADS.   00022079
      *---------------------------------------------------------------- 00021800
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
                                ORGANIZATION SEQUENTIAL                 00046980
                                ACCESS SEQUENTIAL                       00046985
                                FILE STATUS WS-NBOSTAT.                 00046990
           SELECT RHSP-FILE     ASSIGN TO RHSPDD                        00046991
                                ORGANIZATION SEQUENTIAL                 00046992
                                ACCESS SEQUENTIAL                       00046993
                                FILE STATUS WS-RHSSTAT.                 00046994
           SELECT RHRL-FILE     ASSIGN TO RHRLDD                        00046995
                                ORGANIZATION SEQUENTIAL                 00046996
                                ACCESS SEQUENTIAL                       00046997
                                FILE STATUS WS-RHRSTAT.                 00046998
       DATA DIVISION.                                                   00050000
       FILE SECTION.                                                    00050100
       FD IN-FILE.                                                      00050200
           05 AU-PNAME          PIC X(10).                              00058070
           05 AU-DOB            PIC X(10).                              00058080
           05 AU-SQLCODE        PIC -9(9).                              00058090
           05 AU-SRC-CD         PIC X(02).                              00058095
           05 AU-SUBMITTER-ID   PIC X(08).                              00058096
           05 AU-APPROVER-ID    PIC X(08).                              00058097
       FD PARM-FILE.                                                    00058100
       01 PARM-REC.                                                     00058200
           05 PARM-MODE         PIC X(04).                              00058300
       FD NBRO-FILE.                                                    00058500
       01 NBRO-REC.                                                     00058510
           05 NO-NEXT-EMP-NUM   PIC 9(08).                              00058520
       FD RHSP-FILE.                                                    00058530
       01 RHSP-REC.                                                     00058540
           05 RH-PNAME          PIC X(10).                              00058550
           05 RH-DOB            PIC X(10).                              00058560
           05 RH-IN-EMPLOYEE-ID PIC X(08).                              00058570
           05 RH-SRC-CD         PIC X(02).                              00058580
           05 RH-MT-EMPLOYEE-ID PIC X(08).                              00058590
           05 RH-MT-EMP-STATUS  PIC X(01).                              00058600
           05 RH-MT-DEPT-CD     PIC X(04).                              00058610
           05 RH-MT-STAT-EFF-DATE PIC X(10).                            00058620
           05 RH-INPUT-REC      PIC X(100).                             00058630
       FD RHRL-FILE.                                                    00058640
       01 RHRL-REC.                                                     00058650
           05 RL-PNAME          PIC X(10).                              00058660
           05 RL-DOB            PIC X(10).                              00058670
           05 FILLER            PIC X(60).                              00058680
       WORKING-STORAGE SECTION.                                         00060000
       01 WS-SQLCD PIC S9(9) SIGN LEADING SEPARATE.                     00170000
      *COPY COPY1.                                                      00180000
              88 WS-RESTART-YES           VALUE 'Y'.                    00280940
           05 WS-VALID-SW       PIC X(01) VALUE 'Y'.                    00280960
              88 WS-VALID-YES             VALUE 'Y'.                    00280980
           05 WS-REHIRE-SW      PIC X(01) VALUE 'N'.                    00280982
              88 WS-REHIRE-YES            VALUE 'Y'.                    00280984
           05 WS-MATCH-EOF-SW   PIC X(01) VALUE 'N'.                    00280986
              88 WS-MATCH-EOF-YES         VALUE 'Y'.                    00280988
                                                                        00281000
       01 WS-REC-COUNT          PIC 9(09) COMP VALUE ZERO.              00281100
       01 WS-COMMIT-COUNT       PIC 9(09) COMP VALUE ZERO.              00281200
              'EMPLOYEE ID ASSIGNED: '.                                 00281850
           05 RPT-A-EMPLOYEE-ID   PIC X(08).                            00281860
           05 FILLER              PIC X(50) VALUE SPACES.               00281870
       01 WS-RHSSTAT PIC X(02).                                         00281970
       01 WS-RHRSTAT PIC X(02).                                         00282070
       01 WS-MT-EMPLOYEE-ID     PIC X(08).                              00282170
       01 WS-MT-EMP-STATUS      PIC X(01).                              00282270
       01 WS-MT-DEPT-CD         PIC X(04).                              00282370
       01 WS-MT-STAT-EFF-DATE   PIC X(10).                              00282470
       01 WS-MATCH-COUNT        PIC 9(04) COMP VALUE ZERO.              00282570
       01 WS-REHIRE-COUNT       PIC 9(09) COMP VALUE ZERO.              00282670
       01 WS-SUSP-COUNT         PIC 9(09) COMP VALUE ZERO.              00282770
       01 WS-RELEASED-COUNT     PIC 9(09) COMP VALUE ZERO.              00282870
       01 WS-RLSE-MAX           PIC 9(04) COMP VALUE 500.               00282970
       01 WS-RLSE-COUNT         PIC 9(04) COMP VALUE ZERO.              00283070
       01 WS-RLSE-TABLE.                                                00283170
           05 WS-RLSE-ENTRY OCCURS 0 TO 500 TIMES                       00283270
                 DEPENDING ON WS-RLSE-COUNT INDEXED BY RL-IX.           00283370
              10 RL-T-PNAME     PIC X(10).                              00283470
              10 RL-T-DOB       PIC X(10).                              00283570
       01 WS-RPT-REHIRELN.                                              00283670
           05 FILLER              PIC X(16) VALUE                       00283770
              '  MATCHES ID '.                                          00283870
           05 RPT-H-EMPLOYEE-ID   PIC X(08).                            00283970
           05 FILLER              PIC X(09) VALUE '  STATUS '.          00284070
           05 RPT-H-EMP-STATUS    PIC X(01).                            00284170
           05 FILLER              PIC X(07) VALUE '  DEPT '.            00284270
           05 RPT-H-DEPT-CD       PIC X(04).                            00284370
           05 FILLER              PIC X(17) VALUE                       00284470
              '  STAT EFF DATE '.                                       00284570
           05 RPT-H-STAT-EFF-DATE PIC X(10).                            00284670
           05 FILLER              PIC X(08) VALUE SPACES.               00284770
       LINKAGE SECTION.                                                 00290000
                                                                        00330000
       PROCEDURE DIVISION.                                              00340000
              PERFORM N-PARA THRU N-EXIT                                00361450
              PERFORM R-PARA THRU R-EXIT                                00361500
           END-IF.                                                      00361600
           PERFORM L-PARA THRU L-EXIT.                                  00361700
                                                                        00362000
           OPEN INPUT IN-FILE.                                          00361000
           OPEN OUTPUT OUT-FILE.                                        00400000
           OPEN OUTPUT DSP1-FILE.                                       00401500
           OPEN OUTPUT DSP2-FILE.                                       00401600
           OPEN OUTPUT DSP3-FILE.                                       00401700
           OPEN OUTPUT RHSP-FILE.                                       00401800
           IF WS-RHSSTAT NOT = '00'                                     00401900
              DISPLAY 'RHSPDD OPEN FAILED - STATUS:'WS-RHSSTAT          00402000
              MOVE 210 TO ABEND-CODE                                    00402100
              CALL 'CEE3ABD' USING ABEND-CODE                           00402200
           END-IF.                                                      00402300
           DISPLAY 'OUTPUT STATUS:'WS-STAT.                             00410000
           IF WS-STAT NOT = '00'                                        00410100
              DISPLAY 'OUTDD OPEN FAILED - STATUS:'WS-STAT              00410200
           CLOSE DSP1-FILE.                                             01244700
           CLOSE DSP2-FILE.                                             01244800
           CLOSE DSP3-FILE.                                             01244900
           CLOSE RHSP-FILE.                                             01245900
                                                                        01250000
           STOP RUN.                                                    01290000
       A-EXIT.                                                          01300000
              GO TO B-EXIT                                              01438000
           END-IF.                                                      01439000
                                                                        01439100
           PERFORM H-PARA THRU H-EXIT.                                  01439101
           IF WS-REHIRE-YES                                             01439102
              GO TO B-EXIT                                              01439103
           END-IF.                                                      01439104
                                                                        01439105
           IF WS-EMPLOYEE-ID = SPACES AND MODE-LOAD                     01439110
              PERFORM U-PARA THRU U-EXIT                                01439120
           END-IF.                                                      01439130
           MOVE WS-PNAME TO AU-PNAME.                                   01877000
           MOVE WS-DOB TO AU-DOB.                                       01878000
           MOVE WS-SQLCD TO AU-SQLCODE.                                 01879000
           MOVE WS-SRC-CD TO AU-SRC-CD.                                 01879100
           MOVE SPACES TO AU-SUBMITTER-ID.                              01879200
           MOVE SPACES TO AU-APPROVER-ID.                               01879300
           WRITE AUDIT-REC.                                             01879500
       Z-EXIT.                                                          01879700
           EXIT.                                                        01879800
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             02810994
           WRITE REPT-REC.                                              02810996
                                                                        02811000
           MOVE 'REHIRE CANDIDATES SUSPENDED' TO RPT-S-LABEL.           02811050
           MOVE WS-REHIRE-COUNT TO RPT-S-COUNT.                         02811100
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             02811150
           WRITE REPT-REC.                                              02811200
           MOVE 'REHIRE SUSPENSE RECORDS WRITTEN' TO RPT-S-LABEL.       02811250
           MOVE WS-SUSP-COUNT TO RPT-S-COUNT.                           02811300
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             02811350
           WRITE REPT-REC.                                              02811400
           MOVE 'MATCHES RELEASED BY HR (RHRLDD)' TO RPT-S-LABEL.       02811450
           MOVE WS-RELEASED-COUNT TO RPT-S-COUNT.                       02811500
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             02811550
           WRITE REPT-REC.                                              02811600
           MOVE SPACES TO REPT-REC.                                     02812000
           WRITE REPT-REC.                                              02813000
                                                                        02814000
           COMPUTE WS-ACCT-TOTAL = WS-SUCCESS-COUNT + WS-REJECT-COUNT   02815000
              + WS-DUP-COUNT + WS-ERROR-COUNT + WS-SKIP-COUNT           02816000
              + WS-EDITOK-COUNT + WS-REHIRE-COUNT.                      02816500
                                                                        02817000
           IF WS-ACCT-TOTAL = WS-REC-COUNT                              02818000
              MOVE 'RECONCILIATION: RECORDS READ BALANCE TO RECORDS'    02819000
           DISPLAY 'NUMBER CONTROL UPDATED:'WS-NEXT-EMP-NUM.            02941000
       O-EXIT.                                                          02942000
           EXIT.                                                        02943000
                                                                        02943500
      *---------------------------------------------------------------- 02944000
      * H-PARA - REHIRE-CANDIDATE CHECK. LOOKS FOR AN EXISTING       *  02945000
      * PERSNLDTL ROW WITH THE SAME PNAME AND DOB UNDER A DIFFERENT  *  02946000
      * EMPLOYEE-ID. EVERY MATCH (TERMINATED ROWS FIRST) IS LISTED ON*  02947000
      * THE CONTROL REPORT AND RHSPDD, AND THE RECORD IS NOT LOADED. *  02948000
      * IT IS WRITTEN TO REJCTDD SO CBLDB2F RE-PRESENTS IT EACH RUN  *  02949000
      * UNTIL HR KEYS A CBLDB2C REHIRE OR LISTS THE PAIR ON RHRLDD AS*  02950000
      * A CONFIRMED DIFFERENT PERSON, WHEN IT LOADS NORMALLY.        *  02951000
      *---------------------------------------------------------------- 02953000
       H-PARA.                                                          02954000
           MOVE 'N' TO WS-REHIRE-SW.                                    02955000
           MOVE ZERO TO WS-MATCH-COUNT.                                 02956000
                                                                        02957000
           IF WS-RLSE-COUNT > ZERO                                      02958000
              SET RL-IX TO 1                                            02959000
              SEARCH WS-RLSE-ENTRY                                      02960000
                 AT END                                                 02961000
                    CONTINUE                                            02962000
                 WHEN RL-T-PNAME (RL-IX) = WS-PNAME                     02963000
                  AND RL-T-DOB (RL-IX) = WS-DOB                         02964000
                    ADD 1 TO WS-RELEASED-COUNT                          02965000
                    DISPLAY 'REHIRE CHECK RELEASED BY HR:'WS-PNAME      02966000
                    GO TO H-EXIT                                        02967000
              END-SEARCH                                                02968000
           END-IF.                                                      02969000
                                                                        02970000
           EXEC SQL                                                     02970100
              DECLARE REHIRE-CSR CURSOR FOR                             02970150
              SELECT EMPLOYEE_ID, EMP_STATUS, DEPT_CD, STAT_EFF_DATE    02970200
              FROM PERSNLDTL                                            02970250
              WHERE PNAME = :WS-PNAME                                   02970300
                AND DOB = :WS-DOB                                       02970350
                AND EMPLOYEE_ID <> :WS-EMPLOYEE-ID                      02970400
              ORDER BY CASE EMP_STATUS WHEN 'T' THEN 0 ELSE 1 END,      02970450
                       EMPLOYEE_ID                                      02970500
           END-EXEC.                                                    02970550
                                                                        02970600
           EXEC SQL                                                     02971000
              OPEN REHIRE-CSR                                           02972000
           END-EXEC.                                                    02973000
           MOVE SQLCODE TO WS-SQLCD.                                    02974000
           IF WS-SQLCD NOT = ZERO                                       02975000
              DISPLAY 'CURSOR OPEN FAILED - SQLCODE:'WS-SQLCD           02976000
              MOVE 201 TO ABEND-CODE                                    02977000
              CALL 'CEE3ABD' USING ABEND-CODE                           02978000
           END-IF.                                                      02979000
                                                                        02980000
           MOVE 'N' TO WS-MATCH-EOF-SW.                                 02981000
           PERFORM H-010-FETCH THRU H-010-EXIT                          02982000
              UNTIL WS-MATCH-EOF-YES.                                   02983000
                                                                        02984000
           EXEC SQL                                                     02985000
              CLOSE REHIRE-CSR                                          02986000
           END-EXEC.                                                    02987000
                                                                        02988000
           IF WS-MATCH-COUNT > ZERO                                     02989000
              MOVE 'Y' TO WS-REHIRE-SW                                  02990000
              ADD 1 TO WS-REHIRE-COUNT                                  02991000
              MOVE 'SUSPENDED' TO WS-DSP-OUTCOME                        02992000
              MOVE 'POSSIBLE REHIRE - HR REVIEW' TO WS-DSP-REASON       02993000
              PERFORM Q-PARA THRU Q-EXIT                                02994000
              MOVE WS-PNAME TO RJ-PNAME                                 02994100
              MOVE WS-DOB TO RJ-DOB                                     02994200
              MOVE 'POSSIBLE REHIRE - HR REVIEW' TO RJ-REASON           02994300
              MOVE IN-REC TO RJ-INPUT-REC                               02994400
              WRITE REJCT-REC                                           02994500
           END-IF.                                                      02995000
       H-EXIT.                                                          02996000
           EXIT.                                                        02997000
                                                                        02998000
       H-010-FETCH.                                                     02999000
           EXEC SQL                                                     03000000
              FETCH REHIRE-CSR                                          03001000
              INTO :WS-MT-EMPLOYEE-ID, :WS-MT-EMP-STATUS,               03002000
                   :WS-MT-DEPT-CD, :WS-MT-STAT-EFF-DATE                 03003000
           END-EXEC.                                                    03004000
                                                                        03005000
           MOVE SQLCODE TO WS-SQLCD.                                    03006000
           EVALUATE WS-SQLCD                                            03007000
              WHEN +100                                                 03008000
                 MOVE 'Y' TO WS-MATCH-EOF-SW                            03009000
                 GO TO H-010-EXIT                                       03010000
              WHEN ZERO                                                 03011000
                 CONTINUE                                               03012000
              WHEN OTHER                                                03013000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              03014000
                 MOVE 202 TO ABEND-CODE                                 03015000
                 CALL 'CEE3ABD' USING ABEND-CODE                        03016000
           END-EVALUATE.                                                03017000
                                                                        03018000
           ADD 1 TO WS-MATCH-COUNT.                                     03019000
           IF WS-MATCH-COUNT = 1                                        03020000
              MOVE ZERO TO WS-SQLCD                                     03021000
              MOVE ZERO TO WS-ROWCNT                                    03022000
              MOVE 'REHIRE?' TO WS-RPT-STATUS-TXT                       03023000
              PERFORM Y-PARA THRU Y-EXIT                                03024000
           END-IF.                                                      03025000
           DISPLAY 'POSSIBLE REHIRE OF ID:'WS-MT-EMPLOYEE-ID.           03026000
                                                                        03027000
           MOVE WS-MT-EMPLOYEE-ID TO RPT-H-EMPLOYEE-ID.                 03028000
           MOVE WS-MT-EMP-STATUS TO RPT-H-EMP-STATUS.                   03029000
           MOVE WS-MT-DEPT-CD TO RPT-H-DEPT-CD.                         03030000
           MOVE WS-MT-STAT-EFF-DATE TO RPT-H-STAT-EFF-DATE.             03031000
           MOVE WS-RPT-REHIRELN TO REPT-REC.                            03032000
           WRITE REPT-REC.                                              03033000
                                                                        03034000
           MOVE WS-PNAME TO RH-PNAME.                                   03035000
           MOVE WS-DOB TO RH-DOB.                                       03036000
           MOVE WS-EMPLOYEE-ID TO RH-IN-EMPLOYEE-ID.                    03037000
           MOVE WS-SRC-CD TO RH-SRC-CD.                                 03038000
           MOVE WS-MT-EMPLOYEE-ID TO RH-MT-EMPLOYEE-ID.                 03039000
           MOVE WS-MT-EMP-STATUS TO RH-MT-EMP-STATUS.                   03040000
           MOVE WS-MT-DEPT-CD TO RH-MT-DEPT-CD.                         03041000
           MOVE WS-MT-STAT-EFF-DATE TO RH-MT-STAT-EFF-DATE.             03042000
           MOVE IN-REC TO RH-INPUT-REC.                                 03043000
           WRITE RHSP-REC.                                              03044000
           IF WS-RHSSTAT NOT = '00'                                     03045000
              DISPLAY 'RHSPDD WRITE FAILED - STATUS:'WS-RHSSTAT         03046000
              MOVE 211 TO ABEND-CODE                                    03047000
              CALL 'CEE3ABD' USING ABEND-CODE                           03048000
           END-IF.                                                      03049000
           ADD 1 TO WS-SUSP-COUNT.                                      03050000
       H-010-EXIT.                                                      03051000
           EXIT.                                                        03052000
                                                                        03053000
      *---------------------------------------------------------------- 03054000
      * L-PARA - LOAD THE HR RELEASE LIST. A MISSING OR EMPTY FILE   *  03055000
      * MEANS NOTHING HAS BEEN RELEASED.                             *  03056000
      *---------------------------------------------------------------- 03057000
       L-PARA.                                                          03058000
           OPEN INPUT RHRL-FILE.                                        03059000
           IF WS-RHRSTAT NOT = '00'                                     03060000
              DISPLAY 'NO REHIRE RELEASE FILE - NONE RELEASED'          03061000
              GO TO L-EXIT                                              03062000
           END-IF.                                                      03063000
       L-010-READ.                                                      03064000
           READ RHRL-FILE                                               03065000
               AT END                                                   03066000
                   GO TO L-020-DONE                                     03067000
           END-READ.                                                    03068000
           IF WS-RLSE-COUNT NOT LESS THAN WS-RLSE-MAX                   03069000
              DISPLAY 'REHIRE RELEASE TABLE FULL - LIMIT:'WS-RLSE-MAX   03070000
              MOVE 221 TO ABEND-CODE                                    03071000
              CALL 'CEE3ABD' USING ABEND-CODE                           03072000
           END-IF.                                                      03073000
           ADD 1 TO WS-RLSE-COUNT.                                      03074000
           SET RL-IX TO WS-RLSE-COUNT.                                  03075000
           MOVE RL-PNAME TO RL-T-PNAME (RL-IX).                         03076000
           MOVE RL-DOB TO RL-T-DOB (RL-IX).                             03077000
           GO TO L-010-READ.                                            03078000
       L-020-DONE.                                                      03079000
           CLOSE RHRL-FILE.                                             03080000
           DISPLAY 'REHIRE RELEASES LOADED:'WS-RLSE-COUNT.              03081000
       L-EXIT.                                                          03082000
           EXIT.                                                        03083000
