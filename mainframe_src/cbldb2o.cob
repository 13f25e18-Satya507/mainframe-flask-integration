       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. CBLDB2O.                                             00002000
       AUTHOR. HR-SYSTEMS-BATCH.                                        00003000
       INSTALLATION. HR-SYSTEMS.                                        00004000
       DATE-WRITTEN. 10/15/2026.                                        00005000
       DATE-COMPILED.                                                   00006000
      *REMARKS.                                                         00007000
      *    DEPARTMENT REORGANIZATION RUN. READS A MAPPING FILE (MAPDD)  00008000
      *    OF OLD DEPT_CD TO NEW DEPT_CD WITH AN EFFECTIVE DATE, ONE    00009000
      *    MAPPING PER RECORD - OLDD,NEWD,YYYY-MM-DD - SO A MERGE IS    00010000
      *    SEVERAL OLD CODES MAPPED TO ONE NEW CODE AND A RENAME IS A   00011000
      *    NEW CODE ADDED THROUGH CBLDB2D FIRST. EVERY MAPPING IS       00012000
      *    EDITED: THE OLD CODE MUST BE ON DEPTMAST, THE NEW CODE MUST  00013000
      *    BE ACTIVE ON DEPTMAST, AN OLD CODE MAY BE MAPPED ONLY ONCE   00014000
      *    AND A TARGET MAY NOT ITSELF BE BEING MAPPED AWAY.            00015000
      *      PARMDD 'PROOF' - PROOF LISTING FOR HR SIGN-OFF: THE        00016000
      *           MAPPING EDITS AND, PER MAPPING, EVERY ACTIVE OR       00017000
      *           ON-LEAVE EMPLOYEE WHO WILL MOVE, WITH COUNTS. NOTHING 00018000
      *           IS WRITTEN.                                           00019000
      *      PARMDD 'APPLY,USERID' - THE SAME LISTING, AND ONE          00020000
      *           EFFECTIVE-DATED CHANGE TRANSACTION PER MOVER ON       00021000
      *           TRNODD IN THE CBLDB2C LAYOUT (C,EMPID,PNAME,DOB,      00022000
      *           NEWDEPT,HIRE,EFFDATE, SUBMITTER USERID IN COLS        00023000
      *           83-90) FOR THE CBLDB2Q NEW-TRANSACTION INPUT          00023100
      *           (NEWTDD), SO EACH MOVE TAKES THE NORMAL PERSNLHST     00023200
      *           SNAPSHOT AND AUDIT RECORD AND A FUTURE DATE IS HELD   00024000
      *           UNTIL IT ARRIVES. ANY MAPPING THAT FAILS ITS EDITS    00025000
      *           STOPS THE RUN BEFORE A TRANSACTION IS WRITTEN.        00026000
      *      PARMDD 'CLOSE' - AFTER THE MOVES HAVE BEEN APPLIED: FOR    00028000
      *           EACH MAPPING WHOSE DATE HAS ARRIVED, AN OLD CODE      00029000
      *           STILL ACTIVE ON DEPTMAST WITH NO ACTIVE OR ON-LEAVE   00030000
      *           EMPLOYEES LEFT IS WRITTEN TO DPTODD AS A CBLDB2D      00031000
      *           CHANGE (C,DEPT,NAME,I) THAT MARKS IT INACTIVE. A CODE 00032000
      *           STILL STAFFED IS REPORTED WITH ITS HEADCOUNT.         00033000
      *---------------------------------------------------------------- 00034000
      * MODIFICATION HISTORY                                            00035000
      *---------------------------------------------------------------- 00036000
      * DATE       BY    DESCRIPTION                                    00037000
      * ---------- ----- ---------------------------------------------- 00038000
      * 10/15/2026 RKS   ORIGINAL PROGRAM.                              00039000
      * 10/15/2026 RKS   APPLY TAKES THE SUBMITTING USERID ON THE PARM  00039100
      *                  ('APPLY,USERID') AND WRITES IT TO COLS 83-90   00039200
      *                  OF EVERY TRANSACTION; CBLDB2C REJECTS A        00039300
      *                  TRANSACTION WITH NO SUBMITTER.                 00039400
      *---------------------------------------------------------------- 00040000
       ENVIRONMENT DIVISION.                                            00041000
       INPUT-OUTPUT SECTION.                                            00042000
       FILE-CONTROL.                                                    00043000
           SELECT PARM-FILE     ASSIGN TO PARMDD                        00044000
                                ORGANIZATION SEQUENTIAL                 00045000
                                ACCESS SEQUENTIAL                       00046000
                                FILE STATUS WS-PRMSTAT.                 00047000
           SELECT MAP-FILE      ASSIGN TO MAPDD                         00048000
                                ORGANIZATION SEQUENTIAL                 00049000
                                ACCESS SEQUENTIAL                       00050000
                                FILE STATUS WS-MAPSTAT.                 00051000
           SELECT TRNO-FILE     ASSIGN TO TRNODD                        00052000
                                ORGANIZATION SEQUENTIAL                 00053000
                                ACCESS SEQUENTIAL                       00054000
                                FILE STATUS WS-TRNSTAT.                 00055000
           SELECT DPTO-FILE     ASSIGN TO DPTODD                        00056000
                                ORGANIZATION SEQUENTIAL                 00057000
                                ACCESS SEQUENTIAL                       00058000
                                FILE STATUS WS-DPOSTAT.                 00059000
           SELECT REPT-FILE     ASSIGN TO REPTDD                        00060000
                                ORGANIZATION SEQUENTIAL                 00061000
                                ACCESS SEQUENTIAL                       00062000
                                FILE STATUS WS-REPTSTAT.                00063000
       DATA DIVISION.                                                   00064000
       FILE SECTION.                                                    00065000
       FD PARM-FILE.                                                    00066000
       01 PARM-REC              PIC X(80).                              00067000
       FD MAP-FILE.                                                     00068000
       01 MAP-REC               PIC X(80).                              00069000
       FD TRNO-FILE.                                                    00070000
       01 TRNO-REC              PIC X(100).                             00071000
       01 TRNO-REC-BRK.                                                 00071100
           05 TO-DATA           PIC X(82).                              00071200
           05 TO-SUBMITTER-ID   PIC X(08).                              00071300
           05 TO-APPROVER-ID    PIC X(08).                              00071400
           05 FILLER            PIC X(02).                              00071500
       FD DPTO-FILE.                                                    00072000
       01 DPTO-REC              PIC X(80).                              00073000
       FD REPT-FILE.                                                    00074000
       01 REPT-REC              PIC X(80).                              00075000
       WORKING-STORAGE SECTION.                                         00076000
       01 WS-SQLCD PIC S9(9) SIGN LEADING SEPARATE.                     00077000
       EXEC SQL                                                         00078000
       INCLUDE COPY1                                                    00079000
       END-EXEC.                                                        00080000
                                                                        00081000
       EXEC SQL                                                         00082000
       INCLUDE COPY3                                                    00083000
       END-EXEC.                                                        00084000
                                                                        00085000
       EXEC SQL                                                         00086000
          INCLUDE SQLCA                                                 00087000
       END-EXEC.                                                        00088000
                                                                        00089000
       01 WS-PRMSTAT PIC X(02).                                         00090000
       01 WS-MAPSTAT PIC X(02).                                         00091000
       01 WS-TRNSTAT PIC X(02).                                         00092000
       01 WS-DPOSTAT PIC X(02).                                         00093000
       01 WS-REPTSTAT PIC X(02).                                        00094000
       01 ABEND-CODE PIC S9(9) COMP.                                    00095000
                                                                        00096000
       01 WS-SWITCHES.                                                  00097000
           05 WS-EOF-SW         PIC X(01) VALUE 'N'.                    00098000
              88 WS-EOF-YES              VALUE 'Y'.                     00099000
           05 WS-MAP-EOF-SW     PIC X(01) VALUE 'N'.                    00100000
              88 WS-MAP-EOF-YES          VALUE 'Y'.                     00101000
                                                                        00102000
       01 WS-PARM-MODE          PIC X(05).                              00103000
           88 WS-MODE-PROOF            VALUE 'PROOF'.                   00104000
           88 WS-MODE-APPLY            VALUE 'APPLY'.                   00105000
           88 WS-MODE-CLOSE            VALUE 'CLOSE'.                   00106000
       01 WS-PARM-USER          PIC X(08).                              00106100
                                                                        00107000
       01 WS-FIELD-COUNT        PIC 9(02) COMP VALUE ZERO.              00108000
       01 WS-MAP-OLD            PIC X(04).                              00109000
       01 WS-MAP-NEW            PIC X(04).                              00110000
       01 WS-MAP-EFF            PIC X(10).                              00111000
       01 WS-EDIT-DATE          PIC X(10).                              00112000
       01 WS-EDIT-BRK REDEFINES WS-EDIT-DATE.                           00113000
           05 WS-EDT-YYYY       PIC X(04).                              00114000
           05 WS-EDT-DASH1      PIC X(01).                              00115000
           05 WS-EDT-MM         PIC X(02).                              00116000
           05 WS-EDT-DASH2      PIC X(01).                              00117000
           05 WS-EDT-DD         PIC X(02).                              00118000
       01 WS-DEPT-CD            PIC X(04).                              00119000
       01 WS-HEADCOUNT          PIC S9(9) COMP VALUE ZERO.              00120000
                                                                        00121000
      *---------------------------------------------------------------- 00122000
      * THE MAPPINGS AS READ. MP-REASON IS SPACES FOR A MAPPING THAT    00123000
      * PASSED ITS EDITS. MP-OLD-FLAG IS THE OLD CODE'S ACTV_FLAG       00124000
      * (SPACES WHEN IT IS NOT ON DEPTMAST).                            00125000
      *---------------------------------------------------------------- 00126000
       01 WS-MAP-MAX            PIC 9(04) COMP VALUE 200.               00127000
       01 WS-MAP-COUNT          PIC 9(04) COMP VALUE ZERO.              00128000
       01 WS-MAP-TABLE.                                                 00129000
           05 WS-MAP-ENTRY OCCURS 0 TO 200 TIMES                        00130000
                 DEPENDING ON WS-MAP-COUNT INDEXED BY MP-IX.            00131000
              10 MP-OLD         PIC X(04).                              00132000
              10 MP-NEW         PIC X(04).                              00133000
              10 MP-EFF         PIC X(10).                              00134000
              10 MP-OLD-NAME    PIC X(30).                              00135000
              10 MP-OLD-FLAG    PIC X(01).                              00136000
              10 MP-NEW-NAME    PIC X(30).                              00137000
              10 MP-REASON      PIC X(40).                              00138000
              10 MP-ACTIVE      PIC 9(09) COMP.                         00139000
              10 MP-LEAVE       PIC 9(09) COMP.                         00140000
       01 WS-MAP-SUB            PIC 9(04) COMP VALUE ZERO.              00141000
       01 WS-SCAN-SUB           PIC 9(04) COMP VALUE ZERO.              00142000
                                                                        00143000
       01 WS-RUN-DATE-RAW       PIC 9(08).                              00144000
       01 WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-RAW.                    00145000
           05 WS-RUN-YYYY       PIC X(04).                              00146000
           05 WS-RUN-MM         PIC X(02).                              00147000
           05 WS-RUN-DD         PIC X(02).                              00148000
       01 WS-RUN-DATE.                                                  00149000
           05 WS-RUN-DATE-Y     PIC X(04).                              00150000
           05 FILLER            PIC X(01) VALUE '-'.                    00151000
           05 WS-RUN-DATE-M     PIC X(02).                              00152000
           05 FILLER            PIC X(01) VALUE '-'.                    00153000
           05 WS-RUN-DATE-D     PIC X(02).                              00154000
                                                                        00155000
       01 WS-MAP-READ           PIC 9(09) COMP VALUE ZERO.              00156000
       01 WS-MAP-VALID          PIC 9(09) COMP VALUE ZERO.              00157000
       01 WS-MAP-REJECT         PIC 9(09) COMP VALUE ZERO.              00158000
       01 WS-MOVER-COUNT        PIC 9(09) COMP VALUE ZERO.              00159000
       01 WS-TRAN-COUNT         PIC 9(09) COMP VALUE ZERO.              00160000
       01 WS-DEACT-COUNT        PIC 9(09) COMP VALUE ZERO.              00161000
       01 WS-STAFFED-COUNT      PIC 9(09) COMP VALUE ZERO.              00162000
       01 WS-NOTYET-COUNT       PIC 9(09) COMP VALUE ZERO.              00163000
       01 WS-INACTIVE-COUNT     PIC 9(09) COMP VALUE ZERO.              00164000
                                                                        00165000
       01 WS-RPT-TITLE.                                                 00166000
           05 FILLER    PIC X(29) VALUE                                 00167000
              'DEPARTMENT REORGANIZATION - '.                           00168000
           05 RPT-T-KIND          PIC X(30).                            00169000
           05 FILLER    PIC X(21) VALUE SPACES.                         00170000
       01 WS-RPT-RUNLN.                                                 00171000
           05 FILLER              PIC X(13) VALUE 'RUN DATE:    '.      00172000
           05 RPT-C-DATE          PIC X(10).                            00173000
           05 FILLER              PIC X(09) VALUE '   MODE: '.          00174000
           05 RPT-C-MODE          PIC X(05).                            00175000
           05 FILLER              PIC X(43) VALUE SPACES.               00176000
       01 WS-RPT-SECTHDG.                                               00177000
           05 RPT-H-TEXT          PIC X(80).                            00178000
       01 WS-RPT-MAPHDG.                                                00179000
           05 FILLER    PIC X(40) VALUE                                 00180000
              'OLD  NEW  EFFECTIVE  RESULT'.                            00181000
           05 FILLER    PIC X(40) VALUE SPACES.                         00182000
       01 WS-RPT-MAPLN.                                                 00183000
           05 RPT-M-OLD           PIC X(04).                            00184000
           05 FILLER              PIC X(01) VALUE SPACES.               00185000
           05 RPT-M-NEW           PIC X(04).                            00186000
           05 FILLER              PIC X(01) VALUE SPACES.               00187000
           05 RPT-M-EFF           PIC X(10).                            00188000
           05 FILLER              PIC X(01) VALUE SPACES.               00189000
           05 RPT-M-RESULT        PIC X(59).                            00190000
       01 WS-RPT-MOVEHDG.                                               00191000
           05 FILLER              PIC X(08) VALUE 'MAPPING '.           00192000
           05 RPT-V-OLD           PIC X(04).                            00193000
           05 FILLER              PIC X(01) VALUE SPACES.               00194000
           05 RPT-V-OLD-NAME      PIC X(30).                            00195000
           05 FILLER              PIC X(37) VALUE SPACES.               00196000
       01 WS-RPT-MOVEHDG2.                                              00197000
           05 FILLER              PIC X(08) VALUE '     TO '.           00198000
           05 RPT-V-NEW           PIC X(04).                            00199000
           05 FILLER              PIC X(01) VALUE SPACES.               00200000
           05 RPT-V-NEW-NAME      PIC X(30).                            00201000
           05 FILLER              PIC X(12) VALUE '  EFFECTIVE '.       00202000
           05 RPT-V-EFF           PIC X(10).                            00203000
           05 FILLER              PIC X(15) VALUE SPACES.               00204000
       01 WS-RPT-COLHDG.                                                00205000
           05 FILLER    PIC X(50) VALUE                                 00206000
              '  EMPLOYEE PNAME      ST HIRE-DATE  ACTION'.             00207000
           05 FILLER    PIC X(30) VALUE SPACES.                         00208000
       01 WS-RPT-DETAIL.                                                00209000
           05 FILLER              PIC X(02) VALUE SPACES.               00210000
           05 RPT-D-EMPLOYEE-ID   PIC X(08).                            00211000
           05 FILLER              PIC X(01) VALUE SPACES.               00212000
           05 RPT-D-PNAME         PIC X(10).                            00213000
           05 FILLER              PIC X(01) VALUE SPACES.               00214000
           05 RPT-D-STATUS        PIC X(01).                            00215000
           05 FILLER              PIC X(02) VALUE SPACES.               00216000
           05 RPT-D-HIRE-DATE     PIC X(10).                            00217000
           05 FILLER              PIC X(01) VALUE SPACES.               00218000
           05 RPT-D-ACTION        PIC X(30).                            00219000
           05 FILLER              PIC X(14) VALUE SPACES.               00220000
       01 WS-RPT-CLOSEHDG.                                              00221000
           05 FILLER    PIC X(50) VALUE                                 00222000
              'OLD  DEPT-NAME                      HEADCOUNT'.          00223000
           05 FILLER    PIC X(30) VALUE SPACES.                         00224000
       01 WS-RPT-CLOSELN.                                               00225000
           05 RPT-K-OLD           PIC X(04).                            00226000
           05 FILLER              PIC X(01) VALUE SPACES.               00227000
           05 RPT-K-NAME          PIC X(30).                            00228000
           05 FILLER              PIC X(01) VALUE SPACES.               00229000
           05 RPT-K-COUNT         PIC ZZZZZZZZ9.                        00230000
           05 RPT-K-COUNT-X REDEFINES RPT-K-COUNT PIC X(09).            00231000
           05 FILLER              PIC X(02) VALUE SPACES.               00232000
           05 RPT-K-RESULT        PIC X(33).                            00233000
       01 WS-RPT-SUMMARY.                                               00234000
           05 RPT-S-LABEL         PIC X(40).                            00235000
           05 RPT-S-COUNT         PIC -9(9).                            00236000
           05 FILLER              PIC X(30) VALUE SPACES.               00237000
       01 WS-RPT-MSG.                                                   00238000
           05 RPT-X-TEXT          PIC X(80).                            00239000
       LINKAGE SECTION.                                                 00240000
                                                                        00241000
       PROCEDURE DIVISION.                                              00242000
       A-PARA.                                                          00243000
           DISPLAY 'CBLDB2O'.                                           00244000
                                                                        00245000
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.                   00246000
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-Y.                           00247000
           MOVE WS-RUN-MM TO WS-RUN-DATE-M.                             00248000
           MOVE WS-RUN-DD TO WS-RUN-DATE-D.                             00249000
                                                                        00250000
           OPEN OUTPUT REPT-FILE.                                       00251000
           IF WS-REPTSTAT NOT = '00'                                    00252000
              DISPLAY 'REPTDD OPEN FAILED - STATUS:'WS-REPTSTAT         00253000
              MOVE 210 TO ABEND-CODE                                    00254000
              CALL 'CEE3ABD' USING ABEND-CODE                           00255000
           END-IF.                                                      00256000
                                                                        00257000
           EXEC SQL                                                     00258000
              DECLARE MOVER-CSR CURSOR FOR                              00259000
              SELECT EMPLOYEE_ID, PNAME, DOB, HIRE_DATE, EMP_STATUS     00260000
              FROM PERSNLDTL                                            00261000
              WHERE DEPT_CD = :WS-DEPT-CD                               00262000
                AND EMP_STATUS IN ('A', 'L')                            00263000
              ORDER BY EMPLOYEE_ID                                      00264000
           END-EXEC.                                                    00265000
                                                                        00266000
           PERFORM P-PARA THRU P-EXIT.                                  00267000
           PERFORM C-PARA THRU C-EXIT.                                  00268000
           PERFORM L-PARA THRU L-EXIT.                                  00269000
           PERFORM V-PARA THRU V-EXIT.                                  00270000
                                                                        00271000
           EVALUATE TRUE                                                00272000
              WHEN WS-MODE-PROOF                                        00273000
                 PERFORM M-PARA THRU M-EXIT                             00274000
              WHEN WS-MODE-APPLY                                        00275000
                 PERFORM G-PARA THRU G-EXIT                             00276000
              WHEN WS-MODE-CLOSE                                        00277000
                 PERFORM K-PARA THRU K-EXIT                             00278000
           END-EVALUATE.                                                00279000
                                                                        00280000
           PERFORM D-PARA THRU D-EXIT.                                  00281000
           CLOSE REPT-FILE.                                             00282000
                                                                        00283000
           STOP RUN.                                                    00284000
       A-EXIT.                                                          00285000
           EXIT.                                                        00286000
                                                                        00287000
      *---------------------------------------------------------------- 00288000
      * P-PARA - PARM RECORD: PROOF, APPLY,USERID OR CLOSE.             00289000
      *---------------------------------------------------------------- 00290000
       P-PARA.                                                          00291000
           OPEN INPUT PARM-FILE.                                        00292000
           IF WS-PRMSTAT NOT = '00'                                     00293000
              DISPLAY 'PARMDD OPEN FAILED - STATUS:'WS-PRMSTAT          00294000
              MOVE 210 TO ABEND-CODE                                    00295000
              CALL 'CEE3ABD' USING ABEND-CODE                           00296000
           END-IF.                                                      00297000
                                                                        00298000
           READ PARM-FILE INTO PARM-REC                                 00299000
               AT END                                                   00300000
                   DISPLAY 'PARMDD IS EMPTY'                            00301000
                   MOVE 211 TO ABEND-CODE                               00302000
                   CALL 'CEE3ABD' USING ABEND-CODE                      00303000
           END-READ.                                                    00304000
           CLOSE PARM-FILE.                                             00305000
                                                                        00306000
           MOVE SPACES TO WS-PARM-MODE.                                 00307000
           MOVE SPACES TO WS-PARM-USER.                                 00307100
           UNSTRING PARM-REC DELIMITED BY ',' OR ' '                    00308000
              INTO WS-PARM-MODE, WS-PARM-USER                           00309000
           END-UNSTRING.                                                00310000
                                                                        00311000
           IF NOT WS-MODE-PROOF AND NOT WS-MODE-APPLY                   00312000
              AND NOT WS-MODE-CLOSE                                     00313000
              DISPLAY 'INVALID REORGANIZATION MODE:'WS-PARM-MODE        00314000
              MOVE 212 TO ABEND-CODE                                    00315000
              CALL 'CEE3ABD' USING ABEND-CODE                           00316000
           END-IF.                                                      00317000
           IF WS-MODE-APPLY AND WS-PARM-USER = SPACES                   00317100
              DISPLAY 'APPLY REQUIRES THE SUBMITTING USERID'            00317200
              MOVE 212 TO ABEND-CODE                                    00317300
              CALL 'CEE3ABD' USING ABEND-CODE                           00317400
           END-IF.                                                      00317500
           DISPLAY 'REORGANIZATION MODE: 'WS-PARM-MODE.                 00318000
           IF WS-MODE-APPLY                                             00318100
              DISPLAY 'SUBMITTED BY: 'WS-PARM-USER                      00318200
           END-IF.                                                      00318300
       P-EXIT.                                                          00319000
           EXIT.                                                        00320000
                                                                        00321000
      *---------------------------------------------------------------- 00322000
      * L-PARA - LOAD THE MAPPING FILE.                                 00323000
      *---------------------------------------------------------------- 00324000
       L-PARA.                                                          00325000
           OPEN INPUT MAP-FILE.                                         00326000
           IF WS-MAPSTAT NOT = '00'                                     00327000
              DISPLAY 'MAPDD OPEN FAILED - STATUS:'WS-MAPSTAT           00328000
              MOVE 210 TO ABEND-CODE                                    00329000
              CALL 'CEE3ABD' USING ABEND-CODE                           00330000
           END-IF.                                                      00331000
                                                                        00332000
           PERFORM L-010-LOAD THRU L-010-EXIT                           00333000
              UNTIL WS-MAP-EOF-YES.                                     00334000
                                                                        00335000
           CLOSE MAP-FILE.                                              00336000
           DISPLAY 'MAPPINGS READ:'WS-MAP-READ.                         00337000
       L-EXIT.                                                          00338000
           EXIT.                                                        00339000
                                                                        00340000
       L-010-LOAD.                                                      00341000
           READ MAP-FILE INTO MAP-REC                                   00342000
               AT END                                                   00343000
                   MOVE 'Y' TO WS-MAP-EOF-SW                            00344000
                   GO TO L-010-EXIT                                     00345000
           END-READ.                                                    00346000
           ADD 1 TO WS-MAP-READ.                                        00347000
                                                                        00348000
           IF WS-MAP-COUNT NOT LESS THAN WS-MAP-MAX                     00349000
              DISPLAY 'MAPPING TABLE FULL - LIMIT:'WS-MAP-MAX           00350000
              MOVE 220 TO ABEND-CODE                                    00351000
              CALL 'CEE3ABD' USING ABEND-CODE                           00352000
           END-IF.                                                      00353000
                                                                        00354000
           MOVE ZERO TO WS-FIELD-COUNT.                                 00355000
           MOVE SPACES TO WS-MAP-OLD.                                   00356000
           MOVE SPACES TO WS-MAP-NEW.                                   00357000
           MOVE SPACES TO WS-MAP-EFF.                                   00358000
           UNSTRING MAP-REC DELIMITED BY ','                            00359000
              INTO WS-MAP-OLD, WS-MAP-NEW, WS-MAP-EFF                   00360000
              TALLYING IN WS-FIELD-COUNT                                00361000
           END-UNSTRING.                                                00362000
                                                                        00363000
           ADD 1 TO WS-MAP-COUNT.                                       00364000
           SET MP-IX TO WS-MAP-COUNT.                                   00365000
           MOVE WS-MAP-OLD TO MP-OLD (MP-IX).                           00366000
           MOVE WS-MAP-NEW TO MP-NEW (MP-IX).                           00367000
           MOVE WS-MAP-EFF TO MP-EFF (MP-IX).                           00368000
           MOVE SPACES TO MP-OLD-NAME (MP-IX).                          00369000
           MOVE SPACES TO MP-OLD-FLAG (MP-IX).                          00370000
           MOVE SPACES TO MP-NEW-NAME (MP-IX).                          00371000
           MOVE SPACES TO MP-REASON (MP-IX).                            00372000
           MOVE ZERO TO MP-ACTIVE (MP-IX).                              00373000
           MOVE ZERO TO MP-LEAVE (MP-IX).                               00374000
           IF WS-FIELD-COUNT NOT = 3                                    00375000
              MOVE 'MAPPING RECORD FIELD COUNT WRONG'                   00376000
                 TO MP-REASON (MP-IX)                                   00377000
           END-IF.                                                      00378000
       L-010-EXIT.                                                      00379000
           EXIT.                                                        00380000
                                                                        00381000
      *---------------------------------------------------------------- 00382000
      * V-PARA - EDIT EVERY MAPPING AND LIST THE RESULT.                00383000
      *---------------------------------------------------------------- 00384000
       V-PARA.                                                          00385000
           MOVE 'MAPPING EDITS' TO RPT-H-TEXT.                          00386000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00387000
           WRITE REPT-REC.                                              00388000
           MOVE SPACES TO REPT-REC.                                     00389000
           WRITE REPT-REC.                                              00390000
           MOVE WS-RPT-MAPHDG TO REPT-REC.                              00391000
           WRITE REPT-REC.                                              00392000
                                                                        00393000
           IF WS-MAP-COUNT > ZERO                                       00394000
              PERFORM V-010-EDIT THRU V-010-EXIT                        00395000
                 VARYING WS-MAP-SUB FROM 1 BY 1                         00396000
                 UNTIL WS-MAP-SUB > WS-MAP-COUNT                        00397000
           END-IF.                                                      00398000
           MOVE SPACES TO REPT-REC.                                     00399000
           WRITE REPT-REC.                                              00400000
       V-EXIT.                                                          00401000
           EXIT.                                                        00402000
                                                                        00403000
       V-010-EDIT.                                                      00404000
           SET MP-IX TO WS-MAP-SUB.                                     00405000
           IF MP-REASON (MP-IX) NOT = SPACES                            00406000
              GO TO V-010-REPORT                                        00407000
           END-IF.                                                      00408000
                                                                        00409000
           IF MP-OLD (MP-IX) = SPACES OR MP-NEW (MP-IX) = SPACES        00410000
              MOVE 'OLD OR NEW DEPT_CD IS BLANK' TO MP-REASON (MP-IX)   00411000
              GO TO V-010-REPORT                                        00412000
           END-IF.                                                      00413000
           IF MP-OLD (MP-IX) = MP-NEW (MP-IX)                           00414000
              MOVE 'OLD AND NEW DEPT_CD ARE THE SAME'                   00415000
                 TO MP-REASON (MP-IX)                                   00416000
              GO TO V-010-REPORT                                        00417000
           END-IF.                                                      00418000
                                                                        00419000
           MOVE MP-EFF (MP-IX) TO WS-EDIT-DATE.                         00420000
           IF WS-EDT-DASH1 NOT = '-' OR WS-EDT-DASH2 NOT = '-'          00421000
              OR WS-EDT-YYYY NOT NUMERIC                                00422000
              OR WS-EDT-MM NOT NUMERIC                                  00423000
              OR WS-EDT-DD NOT NUMERIC                                  00424000
              OR WS-EDT-MM < '01' OR WS-EDT-MM > '12'                   00425000
              OR WS-EDT-DD < '01' OR WS-EDT-DD > '31'                   00426000
              MOVE 'EFFECTIVE DATE NOT A VALID YYYY-MM-DD'              00427000
                 TO MP-REASON (MP-IX)                                   00428000
              GO TO V-010-REPORT                                        00429000
           END-IF.                                                      00430000
                                                                        00431000
           MOVE MP-OLD (MP-IX) TO WS-DEPT-CD.                           00432000
           PERFORM T-PARA THRU T-EXIT.                                  00433000
           IF SQLCODE = +100                                            00434000
              MOVE 'OLD DEPT_CD NOT ON DEPTMAST' TO MP-REASON (MP-IX)   00435000
              GO TO V-010-REPORT                                        00436000
           END-IF.                                                      00437000
           MOVE DPT-DEPT-NAME TO MP-OLD-NAME (MP-IX).                   00438000
           MOVE DPT-ACTV-FLAG TO MP-OLD-FLAG (MP-IX).                   00439000
                                                                        00440000
           MOVE MP-NEW (MP-IX) TO WS-DEPT-CD.                           00441000
           PERFORM T-PARA THRU T-EXIT.                                  00442000
           IF SQLCODE = +100                                            00443000
              MOVE 'NEW DEPT_CD NOT ON DEPTMAST' TO MP-REASON (MP-IX)   00444000
              GO TO V-010-REPORT                                        00445000
           END-IF.                                                      00446000
           MOVE DPT-DEPT-NAME TO MP-NEW-NAME (MP-IX).                   00447000
           IF DPT-ACTV-FLAG NOT = 'A'                                   00448000
              MOVE 'NEW DEPT_CD INACTIVE ON DEPTMAST'                   00449000
                 TO MP-REASON (MP-IX)                                   00450000
              GO TO V-010-REPORT                                        00451000
           END-IF.                                                      00452000
                                                                        00453000
           PERFORM V-020-CROSS THRU V-020-EXIT                          00454000
              VARYING WS-SCAN-SUB FROM 1 BY 1                           00455000
              UNTIL WS-SCAN-SUB > WS-MAP-COUNT.                         00456000
       V-010-REPORT.                                                    00457000
           SET MP-IX TO WS-MAP-SUB.                                     00458000
           MOVE MP-OLD (MP-IX) TO RPT-M-OLD.                            00459000
           MOVE MP-NEW (MP-IX) TO RPT-M-NEW.                            00460000
           MOVE MP-EFF (MP-IX) TO RPT-M-EFF.                            00461000
           IF MP-REASON (MP-IX) = SPACES                                00462000
              ADD 1 TO WS-MAP-VALID                                     00463000
              MOVE 'OK' TO RPT-M-RESULT                                 00464000
           ELSE                                                         00465000
              ADD 1 TO WS-MAP-REJECT                                    00466000
              MOVE SPACES TO RPT-M-RESULT                               00467000
              STRING '*** REJECTED - ' DELIMITED BY SIZE                00468000
                     MP-REASON (MP-IX) DELIMITED BY SIZE                00469000
                     INTO RPT-M-RESULT                                  00470000
              END-STRING                                                00471000
           END-IF.                                                      00472000
           MOVE WS-RPT-MAPLN TO REPT-REC.                               00473000
           WRITE REPT-REC.                                              00474000
       V-010-EXIT.                                                      00475000
           EXIT.                                                        00476000
                                                                        00477000
      *---------------------------------------------------------------- 00478000
      * V-020-CROSS - EDITS ACROSS MAPPINGS: AN OLD CODE MAPPED MORE    00479000
      * THAN ONCE, OR A TARGET THAT IS ITSELF AN OLD CODE ON THE FILE.  00480000
      *---------------------------------------------------------------- 00481000
       V-020-CROSS.                                                     00482000
           IF WS-SCAN-SUB = WS-MAP-SUB                                  00483000
              GO TO V-020-EXIT                                          00484000
           END-IF.                                                      00485000
           SET MP-IX TO WS-MAP-SUB.                                     00486000
           MOVE MP-OLD (MP-IX) TO WS-MAP-OLD.                           00487000
           MOVE MP-NEW (MP-IX) TO WS-MAP-NEW.                           00488000
           SET MP-IX TO WS-SCAN-SUB.                                    00489000
           IF MP-OLD (MP-IX) = WS-MAP-OLD                               00490000
              SET MP-IX TO WS-MAP-SUB                                   00491000
              MOVE 'OLD DEPT_CD MAPPED MORE THAN ONCE'                  00492000
                 TO MP-REASON (MP-IX)                                   00493000
              GO TO V-020-EXIT                                          00494000
           END-IF.                                                      00495000
           IF MP-OLD (MP-IX) = WS-MAP-NEW                               00496000
              SET MP-IX TO WS-MAP-SUB                                   00497000
              MOVE 'NEW DEPT_CD IS ITSELF BEING REMAPPED'               00498000
                 TO MP-REASON (MP-IX)                                   00499000
           END-IF.                                                      00500000
       V-020-EXIT.                                                      00501000
           EXIT.                                                        00502000
                                                                        00503000
      *---------------------------------------------------------------- 00504000
      * T-PARA - DEPTMAST LOOKUP OF WS-DEPT-CD. +100 IS LEFT IN         00505000
      * SQLCODE FOR THE CALLER.                                         00506000
      *---------------------------------------------------------------- 00507000
       T-PARA.                                                          00508000
           EXEC SQL                                                     00509000
              SELECT DEPT_NAME, ACTV_FLAG                               00510000
              INTO :DPT-DEPT-NAME, :DPT-ACTV-FLAG                       00511000
              FROM DEPTMAST                                             00512000
              WHERE DEPT_CD = :WS-DEPT-CD                               00513000
           END-EXEC.                                                    00514000
                                                                        00515000
           MOVE SQLCODE TO WS-SQLCD.                                    00516000
           EVALUATE WS-SQLCD                                            00517000
              WHEN ZERO                                                 00518000
              WHEN +100                                                 00519000
                 CONTINUE                                               00520000
              WHEN -922                                                 00521000
              WHEN -923                                                 00522000
              WHEN -924                                                 00523000
              WHEN -1224                                                00524000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00525000
                    WS-SQLCD                                            00526000
                 MOVE 200 TO ABEND-CODE                                 00527000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00528000
              WHEN OTHER                                                00529000
                 DISPLAY 'DEPTMAST LOOKUP FAILED - SQLCODE:'WS-SQLCD    00530000
                 MOVE 203 TO ABEND-CODE                                 00531000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00532000
           END-EVALUATE.                                                00533000
       T-EXIT.                                                          00534000
           EXIT.                                                        00535000
                                                                        00536000
      *---------------------------------------------------------------- 00537000
      * M-PARA - PROOF LISTING: THE MOVERS FOR EVERY VALID MAPPING.     00538000
      *---------------------------------------------------------------- 00539000
       M-PARA.                                                          00540000
           IF WS-MAP-COUNT > ZERO                                       00541000
              PERFORM M-010-MAP THRU M-010-EXIT                         00542000
                 VARYING WS-MAP-SUB FROM 1 BY 1                         00543000
                 UNTIL WS-MAP-SUB > WS-MAP-COUNT                        00544000
           END-IF.                                                      00545000
       M-EXIT.                                                          00546000
           EXIT.                                                        00547000
                                                                        00548000
       M-010-MAP.                                                       00549000
           SET MP-IX TO WS-MAP-SUB.                                     00550000
           IF MP-REASON (MP-IX) NOT = SPACES                            00551000
              GO TO M-010-EXIT                                          00552000
           END-IF.                                                      00553000
                                                                        00554000
           MOVE MP-OLD (MP-IX) TO RPT-V-OLD.                            00555000
           MOVE MP-OLD-NAME (MP-IX) TO RPT-V-OLD-NAME.                  00556000
           MOVE MP-NEW (MP-IX) TO RPT-V-NEW.                            00557000
           MOVE MP-NEW-NAME (MP-IX) TO RPT-V-NEW-NAME.                  00558000
           MOVE MP-EFF (MP-IX) TO RPT-V-EFF.                            00559000
           MOVE WS-RPT-MOVEHDG TO REPT-REC.                             00560000
           WRITE REPT-REC.                                              00561000
           MOVE WS-RPT-MOVEHDG2 TO REPT-REC.                            00562000
           WRITE REPT-REC.                                              00563000
           MOVE SPACES TO REPT-REC.                                     00564000
           WRITE REPT-REC.                                              00565000
           MOVE WS-RPT-COLHDG TO REPT-REC.                              00566000
           WRITE REPT-REC.                                              00567000
                                                                        00568000
           MOVE MP-OLD (MP-IX) TO WS-DEPT-CD.                           00569000
           EXEC SQL                                                     00570000
              OPEN MOVER-CSR                                            00571000
           END-EXEC.                                                    00572000
           PERFORM X-PARA THRU X-EXIT.                                  00573000
                                                                        00574000
           MOVE 'N' TO WS-EOF-SW.                                       00575000
           PERFORM M-020-FETCH THRU M-020-EXIT                          00576000
              UNTIL WS-EOF-YES.                                         00577000
                                                                        00578000
           EXEC SQL                                                     00579000
              CLOSE MOVER-CSR                                           00580000
           END-EXEC.                                                    00581000
                                                                        00582000
           SET MP-IX TO WS-MAP-SUB.                                     00583000
           MOVE SPACES TO REPT-REC.                                     00584000
           WRITE REPT-REC.                                              00585000
           MOVE '  ACTIVE EMPLOYEES MOVING' TO RPT-S-LABEL.             00586000
           MOVE MP-ACTIVE (MP-IX) TO RPT-S-COUNT.                       00587000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00588000
           WRITE REPT-REC.                                              00589000
           MOVE '  EMPLOYEES ON LEAVE MOVING' TO RPT-S-LABEL.           00590000
           MOVE MP-LEAVE (MP-IX) TO RPT-S-COUNT.                        00591000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00592000
           WRITE REPT-REC.                                              00593000
           MOVE '  TOTAL EMPLOYEES MOVING' TO RPT-S-LABEL.              00594000
           COMPUTE RPT-S-COUNT = MP-ACTIVE (MP-IX) + MP-LEAVE (MP-IX).  00595000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00596000
           WRITE REPT-REC.                                              00597000
           MOVE SPACES TO REPT-REC.                                     00598000
           WRITE REPT-REC.                                              00599000
       M-010-EXIT.                                                      00600000
           EXIT.                                                        00601000
                                                                        00602000
       M-020-FETCH.                                                     00603000
           EXEC SQL                                                     00604000
              FETCH MOVER-CSR                                           00605000
              INTO :EMPLOYEE-ID, :PNAME, :DOB, :HIRE-DATE, :EMP-STATUS  00606000
           END-EXEC.                                                    00607000
                                                                        00608000
           MOVE SQLCODE TO WS-SQLCD.                                    00609000
           EVALUATE WS-SQLCD                                            00610000
              WHEN +100                                                 00611000
                 MOVE 'Y' TO WS-EOF-SW                                  00612000
                 GO TO M-020-EXIT                                       00613000
              WHEN ZERO                                                 00614000
                 CONTINUE                                               00615000
              WHEN OTHER                                                00616000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00617000
                 MOVE 202 TO ABEND-CODE                                 00618000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00619000
           END-EVALUATE.                                                00620000
                                                                        00621000
           SET MP-IX TO WS-MAP-SUB.                                     00622000
           ADD 1 TO WS-MOVER-COUNT.                                     00623000
           IF EMP-STATUS = 'L'                                          00624000
              ADD 1 TO MP-LEAVE (MP-IX)                                 00625000
           ELSE                                                         00626000
              ADD 1 TO MP-ACTIVE (MP-IX)                                00627000
           END-IF.                                                      00628000
                                                                        00629000
           MOVE EMPLOYEE-ID TO RPT-D-EMPLOYEE-ID.                       00630000
           MOVE PNAME TO RPT-D-PNAME.                                   00631000
           MOVE EMP-STATUS TO RPT-D-STATUS.                             00632000
           MOVE HIRE-DATE TO RPT-D-HIRE-DATE.                           00633000
           IF WS-MODE-APPLY                                             00634000
              PERFORM W-PARA THRU W-EXIT                                00635000
              MOVE 'CHANGE TRANSACTION WRITTEN' TO RPT-D-ACTION         00636000
           ELSE                                                         00637000
              MOVE 'WILL MOVE' TO RPT-D-ACTION                          00638000
           END-IF.                                                      00639000
           MOVE WS-RPT-DETAIL TO REPT-REC.                              00640000
           WRITE REPT-REC.                                              00641000
       M-020-EXIT.                                                      00642000
           EXIT.                                                        00643000
                                                                        00644000
      *---------------------------------------------------------------- 00645000
      * G-PARA - APPLY. REFUSED OUTRIGHT WHEN ANY MAPPING FAILED ITS    00646000
      * EDITS, SO A PARTLY-WRONG REORGANIZATION IS NEVER HALF APPLIED;  00647000
      * OTHERWISE THE PROOF LISTING IS PRODUCED WITH ONE CHANGE         00648000
      * TRANSACTION WRITTEN PER MOVER.                                  00649000
      *---------------------------------------------------------------- 00650000
       G-PARA.                                                          00651000
           IF WS-MAP-REJECT > ZERO                                      00652000
              MOVE 'MAPPINGS REJECTED - NO TRANSACTIONS WRITTEN'        00653000
                 TO RPT-X-TEXT                                          00654000
              MOVE WS-RPT-MSG TO REPT-REC                               00655000
              WRITE REPT-REC                                            00656000
              PERFORM D-PARA THRU D-EXIT                                00657000
              CLOSE REPT-FILE                                           00658000
              DISPLAY 'REORGANIZATION REFUSED - REJECTED MAPPINGS:'     00659000
                 WS-MAP-REJECT                                          00660000
              MOVE 242 TO ABEND-CODE                                    00661000
              CALL 'CEE3ABD' USING ABEND-CODE                           00662000
           END-IF.                                                      00663000
                                                                        00664000
           OPEN OUTPUT TRNO-FILE.                                       00665000
           IF WS-TRNSTAT NOT = '00'                                     00666000
              DISPLAY 'TRNODD OPEN FAILED - STATUS:'WS-TRNSTAT          00667000
              MOVE 210 TO ABEND-CODE                                    00668000
              CALL 'CEE3ABD' USING ABEND-CODE                           00669000
           END-IF.                                                      00670000
                                                                        00671000
           PERFORM M-PARA THRU M-EXIT.                                  00672000
                                                                        00673000
           CLOSE TRNO-FILE.                                             00674000
       G-EXIT.                                                          00675000
           EXIT.                                                        00676000
                                                                        00677000
      *---------------------------------------------------------------- 00678000
      * W-PARA - ONE CBLDB2C CHANGE TRANSACTION FOR THE MOVER JUST      00679000
      * FETCHED: THE CURRENT NAME, DOB AND HIRE DATE WITH THE NEW       00680000
      * DEPT_CD, EFFECTIVE ON THE MAPPING DATE, UNDER THE SUBMITTER.    00681000
      *---------------------------------------------------------------- 00682000
       W-PARA.                                                          00683000
           MOVE SPACES TO TRNO-REC.                                     00684000
           STRING 'C,' EMPLOYEE-ID ',' PNAME ',' DOB ','                00685000
                  MP-NEW (MP-IX) ',' HIRE-DATE ',' MP-EFF (MP-IX)       00686000
              DELIMITED BY SIZE INTO TO-DATA                            00687000
           END-STRING.                                                  00688000
           MOVE WS-PARM-USER TO TO-SUBMITTER-ID.                        00688100
           WRITE TRNO-REC.                                              00689000
           IF WS-TRNSTAT NOT = '00'                                     00690000
              DISPLAY 'TRNODD WRITE FAILED - STATUS:'WS-TRNSTAT         00691000
              MOVE 211 TO ABEND-CODE                                    00692000
              CALL 'CEE3ABD' USING ABEND-CODE                           00693000
           END-IF.                                                      00694000
           ADD 1 TO WS-TRAN-COUNT.                                      00695000
       W-EXIT.                                                          00696000
           EXIT.                                                        00697000
                                                                        00698000
      *---------------------------------------------------------------- 00699000
      * K-PARA - CLOSE. EACH VALID OLD CODE WHOSE MAPPING DATE HAS      00700000
      * ARRIVED IS CHECKED FOR REMAINING ACTIVE OR ON-LEAVE STAFF;      00701000
      * AT ZERO IT IS WRITTEN TO DPTODD FOR CBLDB2D TO MARK INACTIVE.   00702000
      * THE TARGET EDITS DO NOT APPLY HERE - ONLY THE OLD CODE MATTERS. 00703000
      *---------------------------------------------------------------- 00704000
       K-PARA.                                                          00705000
           OPEN OUTPUT DPTO-FILE.                                       00706000
           IF WS-DPOSTAT NOT = '00'                                     00707000
              DISPLAY 'DPTODD OPEN FAILED - STATUS:'WS-DPOSTAT          00708000
              MOVE 210 TO ABEND-CODE                                    00709000
              CALL 'CEE3ABD' USING ABEND-CODE                           00710000
           END-IF.                                                      00711000
                                                                        00712000
           MOVE 'OLD DEPARTMENT CLOSE-OUT' TO RPT-H-TEXT.               00713000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00714000
           WRITE REPT-REC.                                              00715000
           MOVE SPACES TO REPT-REC.                                     00716000
           WRITE REPT-REC.                                              00717000
           MOVE WS-RPT-CLOSEHDG TO REPT-REC.                            00718000
           WRITE REPT-REC.                                              00719000
                                                                        00720000
           IF WS-MAP-COUNT > ZERO                                       00721000
              PERFORM K-010-MAP THRU K-010-EXIT                         00722000
                 VARYING WS-MAP-SUB FROM 1 BY 1                         00723000
                 UNTIL WS-MAP-SUB > WS-MAP-COUNT                        00724000
           END-IF.                                                      00725000
                                                                        00726000
           CLOSE DPTO-FILE.                                             00727000
           MOVE SPACES TO REPT-REC.                                     00728000
           WRITE REPT-REC.                                              00729000
       K-EXIT.                                                          00730000
           EXIT.                                                        00731000
                                                                        00732000
       K-010-MAP.                                                       00733000
           SET MP-IX TO WS-MAP-SUB.                                     00734000
           IF MP-OLD-FLAG (MP-IX) = SPACES                              00735000
              GO TO K-010-EXIT                                          00736000
           END-IF.                                                      00737000
           MOVE MP-OLD (MP-IX) TO RPT-K-OLD.                            00738000
           MOVE MP-OLD-NAME (MP-IX) TO RPT-K-NAME.                      00739000
           MOVE SPACES TO RPT-K-COUNT-X.                                00740000
                                                                        00741000
           IF MP-OLD-FLAG (MP-IX) NOT = 'A'                             00742000
              ADD 1 TO WS-INACTIVE-COUNT                                00743000
              MOVE 'ALREADY INACTIVE' TO RPT-K-RESULT                   00744000
              GO TO K-010-WRITE                                         00745000
           END-IF.                                                      00746000
           IF MP-EFF (MP-IX) > WS-RUN-DATE                              00747000
              ADD 1 TO WS-NOTYET-COUNT                                  00748000
              MOVE 'NOT YET EFFECTIVE' TO RPT-K-RESULT                  00749000
              GO TO K-010-WRITE                                         00750000
           END-IF.                                                      00751000
                                                                        00752000
           MOVE MP-OLD (MP-IX) TO WS-DEPT-CD.                           00753000
           EXEC SQL                                                     00754000
              SELECT COUNT(*)                                           00755000
              INTO :WS-HEADCOUNT                                        00756000
              FROM PERSNLDTL                                            00757000
              WHERE DEPT_CD = :WS-DEPT-CD                               00758000
                AND EMP_STATUS IN ('A', 'L')                            00759000
           END-EXEC.                                                    00760000
           MOVE SQLCODE TO WS-SQLCD.                                    00761000
           IF WS-SQLCD NOT = ZERO                                       00762000
              DISPLAY 'HEADCOUNT SELECT FAILED - SQLCODE:'WS-SQLCD      00763000
              MOVE 203 TO ABEND-CODE                                    00764000
              CALL 'CEE3ABD' USING ABEND-CODE                           00765000
           END-IF.                                                      00766000
           MOVE WS-HEADCOUNT TO RPT-K-COUNT.                            00767000
                                                                        00768000
           IF WS-HEADCOUNT > ZERO                                       00769000
              ADD 1 TO WS-STAFFED-COUNT                                 00770000
              MOVE 'STILL STAFFED - LEFT ACTIVE' TO RPT-K-RESULT        00771000
              GO TO K-010-WRITE                                         00772000
           END-IF.                                                      00773000
                                                                        00774000
           MOVE SPACES TO DPTO-REC.                                     00775000
           STRING 'C,' MP-OLD (MP-IX) ',' MP-OLD-NAME (MP-IX) ',I'      00776000
              DELIMITED BY SIZE INTO DPTO-REC                           00777000
           END-STRING.                                                  00778000
           WRITE DPTO-REC.                                              00779000
           IF WS-DPOSTAT NOT = '00'                                     00780000
              DISPLAY 'DPTODD WRITE FAILED - STATUS:'WS-DPOSTAT         00781000
              MOVE 211 TO ABEND-CODE                                    00782000
              CALL 'CEE3ABD' USING ABEND-CODE                           00783000
           END-IF.                                                      00784000
           ADD 1 TO WS-DEACT-COUNT.                                     00785000
           MOVE 'DEACTIVATION WRITTEN FOR CBLDB2D' TO RPT-K-RESULT.     00786000
       K-010-WRITE.                                                     00787000
           MOVE WS-RPT-CLOSELN TO REPT-REC.                             00788000
           WRITE REPT-REC.                                              00789000
       K-010-EXIT.                                                      00790000
           EXIT.                                                        00791000
                                                                        00792000
       X-PARA.                                                          00793000
           MOVE SQLCODE TO WS-SQLCD.                                    00794000
           IF WS-SQLCD NOT = ZERO                                       00795000
              DISPLAY 'CURSOR OPEN FAILED - SQLCODE:'WS-SQLCD           00796000
              MOVE 201 TO ABEND-CODE                                    00797000
              CALL 'CEE3ABD' USING ABEND-CODE                           00798000
           END-IF.                                                      00799000
       X-EXIT.                                                          00800000
           EXIT.                                                        00801000
                                                                        00802000
       C-PARA.                                                          00803000
           EVALUATE TRUE                                                00804000
              WHEN WS-MODE-PROOF                                        00805000
                 MOVE 'PROOF LISTING' TO RPT-T-KIND                     00806000
              WHEN WS-MODE-APPLY                                        00807000
                 MOVE 'APPLY - CONTROL REPORT' TO RPT-T-KIND            00808000
              WHEN WS-MODE-CLOSE                                        00809000
                 MOVE 'CLOSE-OUT - CONTROL REPORT' TO RPT-T-KIND        00810000
           END-EVALUATE.                                                00811000
           MOVE WS-RPT-TITLE TO REPT-REC.                               00812000
           WRITE REPT-REC.                                              00813000
           MOVE SPACES TO REPT-REC.                                     00814000
           WRITE REPT-REC.                                              00815000
           MOVE WS-RUN-DATE TO RPT-C-DATE.                              00816000
           MOVE WS-PARM-MODE TO RPT-C-MODE.                             00817000
           MOVE WS-RPT-RUNLN TO REPT-REC.                               00818000
           WRITE REPT-REC.                                              00819000
           MOVE SPACES TO REPT-REC.                                     00820000
           WRITE REPT-REC.                                              00821000
       C-EXIT.                                                          00822000
           EXIT.                                                        00823000
                                                                        00824000
       D-PARA.                                                          00825000
           MOVE 'MAPPINGS READ' TO RPT-S-LABEL.                         00826000
           MOVE WS-MAP-READ TO RPT-S-COUNT.                             00827000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00828000
           WRITE REPT-REC.                                              00829000
           MOVE 'MAPPINGS PASSING EDITS' TO RPT-S-LABEL.                00830000
           MOVE WS-MAP-VALID TO RPT-S-COUNT.                            00831000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00832000
           WRITE REPT-REC.                                              00833000
           MOVE 'MAPPINGS REJECTED' TO RPT-S-LABEL.                     00834000
           MOVE WS-MAP-REJECT TO RPT-S-COUNT.                           00835000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00836000
           WRITE REPT-REC.                                              00837000
                                                                        00838000
           EVALUATE TRUE                                                00839000
              WHEN WS-MODE-PROOF                                        00840000
                 MOVE 'EMPLOYEES TO MOVE' TO RPT-S-LABEL                00841000
                 MOVE WS-MOVER-COUNT TO RPT-S-COUNT                     00842000
                 MOVE WS-RPT-SUMMARY TO REPT-REC                        00843000
                 WRITE REPT-REC                                         00844000
                 MOVE SPACES TO REPT-REC                                00845000
                 WRITE REPT-REC                                         00846000
                 MOVE SPACES TO REPT-REC                                00847000
                 WRITE REPT-REC                                         00848000
                 MOVE 'HR SIGN-OFF: ______________________________    DA00849000
      -               'TE: __________' TO RPT-X-TEXT                    00850000
                 MOVE WS-RPT-MSG TO REPT-REC                            00851000
                 WRITE REPT-REC                                         00852000
              WHEN WS-MODE-APPLY                                        00853000
                 MOVE 'EMPLOYEES MOVING' TO RPT-S-LABEL                 00854000
                 MOVE WS-MOVER-COUNT TO RPT-S-COUNT                     00855000
                 MOVE WS-RPT-SUMMARY TO REPT-REC                        00856000
                 WRITE REPT-REC                                         00857000
                 MOVE 'CHANGE TRANSACTIONS WRITTEN' TO RPT-S-LABEL      00858000
                 MOVE WS-TRAN-COUNT TO RPT-S-COUNT                      00859000
                 MOVE WS-RPT-SUMMARY TO REPT-REC                        00860000
                 WRITE REPT-REC                                         00861000
                 IF WS-TRAN-COUNT = WS-MOVER-COUNT                      00862000
                    MOVE 'RECONCILIATION: MOVERS AND TRANSACTIONS BALAN 00863000
      -                  'CE' TO RPT-X-TEXT                             00864000
                 ELSE                                                   00865000
                    MOVE 'RECONCILIATION: *** MISMATCH *** MOVERS'      00866000
                       TO RPT-X-TEXT                                    00867000
                 END-IF                                                 00868000
                 MOVE WS-RPT-MSG TO REPT-REC                            00869000
                 WRITE REPT-REC                                         00870000
              WHEN WS-MODE-CLOSE                                        00871000
                 MOVE 'OLD DEPARTMENTS DEACTIVATED' TO RPT-S-LABEL      00872000
                 MOVE WS-DEACT-COUNT TO RPT-S-COUNT                     00873000
                 MOVE WS-RPT-SUMMARY TO REPT-REC                        00874000
                 WRITE REPT-REC                                         00875000
                 MOVE 'OLD DEPARTMENTS STILL STAFFED' TO RPT-S-LABEL    00876000
                 MOVE WS-STAFFED-COUNT TO RPT-S-COUNT                   00877000
                 MOVE WS-RPT-SUMMARY TO REPT-REC                        00878000
                 WRITE REPT-REC                                         00879000
                 MOVE 'OLD DEPARTMENTS NOT YET EFFECTIVE' TO RPT-S-LABEL00880000
                 MOVE WS-NOTYET-COUNT TO RPT-S-COUNT                    00881000
                 MOVE WS-RPT-SUMMARY TO REPT-REC                        00882000
                 WRITE REPT-REC                                         00883000
                 MOVE 'OLD DEPARTMENTS ALREADY INACTIVE' TO RPT-S-LABEL 00884000
                 MOVE WS-INACTIVE-COUNT TO RPT-S-COUNT                  00885000
                 MOVE WS-RPT-SUMMARY TO REPT-REC                        00886000
                 WRITE REPT-REC                                         00887000
           END-EVALUATE.                                                00888000
                                                                        00889000
           DISPLAY 'MAPPINGS:'WS-MAP-READ' REJECTED:'WS-MAP-REJECT      00890000
              ' MOVERS:'WS-MOVER-COUNT.                                 00891000
       D-EXIT.                                                          00892000
           EXIT.                                                        00893000
