       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. CBLDB2N.                                             00002000
       AUTHOR. HR-SYSTEMS-BATCH.                                        00003000
       INSTALLATION. HR-SYSTEMS.                                        00004000
       DATE-WRITTEN. 10/15/2026.                                        00005000
       DATE-COMPILED.                                                   00006000
      *REMARKS.                                                         00007000
      *    REGIONAL FEED BACK-OUT. REMOVES FROM PERSNLDTL EVERY ROW     00008000
      *    THAT ONE NIGHT'S CBLDB2A LOAD INSERTED FROM ONE REGIONAL     00009000
      *    SOURCE, FOR USE WHEN AN OFFICE HAS SENT A CORRUPT OR         00010000
      *    WRONG-DAY FILE. PARMDD: '<CYCLE-DATE>,<SOURCE>' WHERE THE    00011000
      *    CYCLE DATE (YYYY-MM-DD) IS THE DATE THE CBLDB2A LOAD RAN     00012000
      *    AND THE SOURCE IS R1, R2 OR R3.                              00013000
      *    THE CANDIDATES ARE THE SUCCESSFUL 'L' (LOAD) RECORDS FOR     00014000
      *    THAT DATE AND SOURCE ON THE CONSOLIDATED AUDIT HISTORY       00015000
      *    (AUDHIDD, MAINTAINED BY CBLDB2G). EACH IS CONFIRMED          00016000
      *    AGAINST PERSNLDTL - THE ROW'S LOAD_TS MUST STILL BE FROM     00017000
      *    THE CYCLE DATE, NO PERSNLHST BEFORE-IMAGE MAY HAVE BEEN      00018000
      *    TAKEN SINCE THE LOAD, AND THE ROW MUST STILL HOLD THE        00019000
      *    LOADED VALUES. A ROW THAT CBLDB2C HAS TOUCHED SINCE THE      00020000
      *    LOAD IS REFUSED AND LISTED ON REVWDD FOR MANUAL REVIEW.      00021000
      *    EVERY OTHER ROW IS SNAPSHOT TO PERSNLHST, DELETED, AND       00022000
      *    JOURNALED ON AUDITDD WITH ACTION 'B' (BACK-OUT). ONE         00023000
      *    DISPOSITION RECORD PER DISTINCT EMPLOYEE IS ADDED TO THE     00024000
      *    OFFICE'S DSPNDD FILE SO THE OFFICE KNOWS WHAT TO RESEND OR   00025000
      *    WHAT HR STILL HAS TO LOOK AT. THE WHOLE BACK-OUT IS ONE UNIT 00026000
      *    OF WORK - IT IS ROLLED BACK IF THE DB2 DELETE COUNT DOES NOT 00027000
      *    AGREE WITH THE ROWS REMOVED, AND THE AUDIT AND DISPOSITION   00027100
      *    RECORDS ARE HELD UNTIL IT HAS BEEN COMMITTED.                00027200
      *---------------------------------------------------------------- 00028000
      * MODIFICATION HISTORY                                            00029000
      *---------------------------------------------------------------- 00030000
      * DATE       BY    DESCRIPTION                                    00031000
      * ---------- ----- ---------------------------------------------- 00032000
      * 10/15/2026 RKS   ORIGINAL PROGRAM.                              00033000
      * 10/15/2026 RKS   AUDIT RECORD (HI/AU) EXTENDED WITH SUBMITTER   00033100
      *                  AND APPROVER IDS; LEFT BLANK ON A BACK-OUT.    00033200
      * 10/15/2026 RKS   EVERY CANDIDATE NOT REMOVED NOW GETS A         00033300
      *                  DISPOSITION RECORD TOO (NOT FOUND, OR RETAINED 00033400
      *                  AFTER A DB2 ERROR). AUDIT AND DISPOSITION      00033500
      *                  RECORDS ARE HELD IN STORAGE AND WRITTEN ONLY   00033600
      *                  AFTER THE BACK-OUT COMMITS.                    00033700
      *---------------------------------------------------------------- 00034000
       ENVIRONMENT DIVISION.                                            00035000
       INPUT-OUTPUT SECTION.                                            00036000
       FILE-CONTROL.                                                    00037000
           SELECT PARM-FILE     ASSIGN TO PARMDD                        00038000
                                ORGANIZATION SEQUENTIAL                 00039000
                                ACCESS SEQUENTIAL                       00040000
                                FILE STATUS WS-PRMSTAT.                 00041000
           SELECT HSTI-FILE     ASSIGN TO AUDHIDD                       00042000
                                ORGANIZATION SEQUENTIAL                 00043000
                                ACCESS SEQUENTIAL                       00044000
                                FILE STATUS WS-HSISTAT.                 00045000
           SELECT REPT-FILE     ASSIGN TO REPTDD                        00046000
                                ORGANIZATION SEQUENTIAL                 00047000
                                ACCESS SEQUENTIAL                       00048000
                                FILE STATUS WS-REPTSTAT.                00049000
           SELECT REVW-FILE     ASSIGN TO REVWDD                        00050000
                                ORGANIZATION SEQUENTIAL                 00051000
                                ACCESS SEQUENTIAL                       00052000
                                FILE STATUS WS-RVWSTAT.                 00053000
           SELECT AUDIT-FILE    ASSIGN TO AUDITDD                       00054000
                                ORGANIZATION SEQUENTIAL                 00055000
                                ACCESS SEQUENTIAL                       00056000
                                FILE STATUS WS-AUDSTAT.                 00057000
           SELECT DSP1-FILE     ASSIGN TO DSP1DD                        00058000
                                ORGANIZATION SEQUENTIAL                 00059000
                                ACCESS SEQUENTIAL                       00060000
                                FILE STATUS WS-DS1STAT.                 00061000
           SELECT DSP2-FILE     ASSIGN TO DSP2DD                        00062000
                                ORGANIZATION SEQUENTIAL                 00063000
                                ACCESS SEQUENTIAL                       00064000
                                FILE STATUS WS-DS2STAT.                 00065000
           SELECT DSP3-FILE     ASSIGN TO DSP3DD                        00066000
                                ORGANIZATION SEQUENTIAL                 00067000
                                ACCESS SEQUENTIAL                       00068000
                                FILE STATUS WS-DS3STAT.                 00069000
       DATA DIVISION.                                                   00070000
       FILE SECTION.                                                    00071000
       FD PARM-FILE.                                                    00072000
       01 PARM-REC              PIC X(80).                              00073000
       FD HSTI-FILE.                                                    00074000
       01 HSTI-REC.                                                     00075000
           05 HI-TIMESTAMP      PIC X(18).                              00076000
           05 HI-ACTION         PIC X(01).                              00077000
           05 HI-EMPLOYEE-ID    PIC X(08).                              00078000
           05 HI-PNAME          PIC X(10).                              00079000
           05 HI-DOB            PIC X(10).                              00080000
           05 HI-SQLCODE        PIC X(10).                              00081000
           05 HI-SRC-CD         PIC X(02).                              00082000
           05 HI-SUBMITTER-ID   PIC X(08).                              00082100
           05 HI-APPROVER-ID    PIC X(08).                              00082200
       FD REPT-FILE.                                                    00083000
       01 REPT-REC              PIC X(80).                              00084000
       FD REVW-FILE.                                                    00085000
       01 REVW-REC              PIC X(80).                              00086000
       FD AUDIT-FILE.                                                   00087000
       01 AUDIT-REC.                                                    00088000
           05 AU-TIMESTAMP      PIC X(18).                              00089000
           05 AU-ACTION         PIC X(01).                              00090000
           05 AU-EMPLOYEE-ID    PIC X(08).                              00091000
           05 AU-PNAME          PIC X(10).                              00092000
           05 AU-DOB            PIC X(10).                              00093000
           05 AU-SQLCODE        PIC -9(9).                              00094000
           05 AU-SRC-CD         PIC X(02).                              00095000
           05 AU-SUBMITTER-ID   PIC X(08).                              00095100
           05 AU-APPROVER-ID    PIC X(08).                              00095200
       FD DSP1-FILE.                                                    00096000
       01 DSP1-REC              PIC X(70).                              00097000
       FD DSP2-FILE.                                                    00098000
       01 DSP2-REC              PIC X(70).                              00099000
       FD DSP3-FILE.                                                    00100000
       01 DSP3-REC              PIC X(70).                              00101000
       WORKING-STORAGE SECTION.                                         00102000
       01 WS-SQLCD PIC S9(9) SIGN LEADING SEPARATE.                     00103000
       EXEC SQL                                                         00104000
       INCLUDE COPY1                                                    00105000
       END-EXEC.                                                        00106000
                                                                        00107000
       EXEC SQL                                                         00108000
       INCLUDE COPY2                                                    00109000
       END-EXEC.                                                        00110000
                                                                        00111000
       EXEC SQL                                                         00112000
          INCLUDE SQLCA                                                 00113000
       END-EXEC.                                                        00114000
                                                                        00115000
       01 WS-EMPLOYEE-ID PIC X(08).                                     00116000
       01 WS-PNAME PIC X(10).                                           00117000
       01 WS-DOB PIC X(10).                                             00118000
       01 WS-DEPT-CD PIC X(04).                                         00119000
       01 WS-EMP-STATUS PIC X(01).                                      00120000
       01 WS-LOAD-TS PIC X(26).                                         00121000
       01 WS-LOAD-TS-BRK REDEFINES WS-LOAD-TS.                          00122000
           05 WS-LOAD-DATE      PIC X(10).                              00123000
           05 FILLER            PIC X(16).                              00124000
       01 WS-AUD-PNAME PIC X(10).                                       00125000
       01 WS-AUD-DOB PIC X(10).                                         00126000
       01 WS-LATER-HST-CNT PIC S9(9) COMP.                              00127000
       01 WS-CYCLE-DATE PIC X(10).                                      00128000
       01 WS-CYCLE-BRK REDEFINES WS-CYCLE-DATE.                         00129000
           05 WS-CYC-YYYY       PIC X(04).                              00130000
           05 WS-CYC-DASH1      PIC X(01).                              00131000
           05 WS-CYC-MM         PIC X(02).                              00132000
           05 WS-CYC-DASH2      PIC X(01).                              00133000
           05 WS-CYC-DD         PIC X(02).                              00134000
       01 WS-CYCLE-KEY.                                                 00135000
           05 WS-CYC-KEY-YYYY   PIC X(04).                              00136000
           05 WS-CYC-KEY-MM     PIC X(02).                              00137000
           05 WS-CYC-KEY-DD     PIC X(02).                              00138000
       01 WS-SRC-CD PIC X(02).                                          00139000
       01 WS-REC-TIMESTAMP      PIC X(18).                              00140000
       01 WS-REC-TS-BRK REDEFINES WS-REC-TIMESTAMP.                     00141000
           05 WS-REC-DATE       PIC X(08).                              00142000
           05 FILLER            PIC X(10).                              00143000
       01 WS-ZERO-SQLCODE       PIC -9(9).                              00144000
       01 WS-AUDIT-DATE PIC 9(08).                                      00145000
       01 WS-AUDIT-TIME PIC 9(08).                                      00146000
       01 WS-AUDIT-TS.                                                  00147000
           05 WS-AUDIT-TS-DATE  PIC 9(08).                              00148000
           05 FILLER            PIC X(01) VALUE '-'.                    00149000
           05 WS-AUDIT-TS-TIME  PIC 9(08).                              00150000
           05 FILLER            PIC X(01) VALUE SPACES.                 00151000
       01 WS-PRMSTAT PIC X(02).                                         00152000
       01 WS-HSISTAT PIC X(02).                                         00153000
       01 WS-REPTSTAT PIC X(02).                                        00154000
       01 WS-RVWSTAT PIC X(02).                                         00155000
       01 WS-AUDSTAT PIC X(02).                                         00156000
       01 WS-DS1STAT PIC X(02).                                         00157000
       01 WS-DS2STAT PIC X(02).                                         00158000
       01 WS-DS3STAT PIC X(02).                                         00159000
       01 WS-DSPSTAT PIC X(02).                                         00160000
       01 ABEND-CODE PIC S9(9) COMP.                                    00161000
                                                                        00162000
       01 WS-SWITCHES.                                                  00163000
           05 WS-EOF-SW         PIC X(01) VALUE 'N'.                    00164000
              88 WS-EOF-YES              VALUE 'Y'.                     00165000
           05 WS-HIST-OK-SW     PIC X(01) VALUE 'Y'.                    00166000
              88 WS-HIST-OK               VALUE 'Y'.                    00167000
           05 WS-DUP-SW         PIC X(01) VALUE 'N'.                    00168000
              88 WS-DUP-YES               VALUE 'Y'.                    00169000
                                                                        00170000
       01 WS-FIELD-COUNT        PIC 9(02) COMP VALUE ZERO.              00171000
       01 WS-READ-COUNT         PIC 9(09) COMP VALUE ZERO.              00172000
       01 WS-FOUND-COUNT        PIC 9(09) COMP VALUE ZERO.              00173000
       01 WS-DUPAUD-COUNT       PIC 9(09) COMP VALUE ZERO.              00174000
       01 WS-REMOVE-COUNT       PIC 9(09) COMP VALUE ZERO.              00175000
       01 WS-REFUSE-COUNT       PIC 9(09) COMP VALUE ZERO.              00176000
       01 WS-NOTFND-COUNT       PIC 9(09) COMP VALUE ZERO.              00177000
       01 WS-ERROR-COUNT        PIC 9(09) COMP VALUE ZERO.              00178000
       01 WS-HIST-COUNT         PIC 9(09) COMP VALUE ZERO.              00179000
       01 WS-DISP-COUNT         PIC 9(09) COMP VALUE ZERO.              00180000
       01 WS-DB2-DEL-COUNT      PIC 9(09) COMP VALUE ZERO.              00181000
       01 WS-ROWCNT             PIC S9(9) VALUE ZERO.                   00182000
       01 WS-ACCT-TOTAL         PIC 9(09) COMP VALUE ZERO.              00183000
       01 WS-OUTCOME            PIC X(10).                              00184000
       01 WS-REASON             PIC X(24).                              00185000
                                                                        00186000
       01 WS-DONE-MAX           PIC 9(04) COMP VALUE 5000.              00187000
       01 WS-DONE-COUNT         PIC 9(04) COMP VALUE ZERO.              00188000
       01 WS-DONE-TABLE.                                                00189000
           05 WS-DONE-ENTRY OCCURS 0 TO 5000 TIMES                      00190000
                 DEPENDING ON WS-DONE-COUNT INDEXED BY DN-IX.           00191000
              10 DN-EMPLOYEE-ID PIC X(08).                              00192000
                                                                        00193000
       01 WS-HOLD-MAX           PIC 9(05) COMP VALUE 10000.             00193100
       01 WS-HOLD-COUNT         PIC 9(05) COMP VALUE ZERO.              00193200
       01 WS-HOLD-TABLE.                                                00193300
           05 WS-HOLD-ENTRY OCCURS 0 TO 10000 TIMES                     00193400
                 DEPENDING ON WS-HOLD-COUNT INDEXED BY HD-IX.           00193500
              10 HD-TYPE        PIC X(01).                              00193600
                 88 HD-AUDIT              VALUE 'A'.                    00193700
                 88 HD-DISP               VALUE 'D'.                    00193800
              10 HD-IMAGE       PIC X(75).                              00193900
                                                                        00193950
       01 WS-DSP-REC.                                                   00194000
           05 WS-DSP-SRC-CD     PIC X(02).                              00195000
           05 WS-DSP-EMPLOYEE-ID PIC X(08).                             00196000
           05 WS-DSP-PNAME      PIC X(10).                              00197000
           05 WS-DSP-DOB        PIC X(10).                              00198000
           05 WS-DSP-OUTCOME    PIC X(10).                              00199000
           05 WS-DSP-REASON     PIC X(30).                              00200000
                                                                        00201000
       01 WS-RPT-TITLE.                                                 00202000
           05 FILLER    PIC X(55) VALUE                                 00203000
              'REGIONAL FEED BACK-OUT - CONTROL REPORT'.                00204000
           05 FILLER    PIC X(25) VALUE SPACES.                         00205000
       01 WS-RVW-TITLE.                                                 00206000
           05 FILLER    PIC X(55) VALUE                                 00207000
              'REGIONAL FEED BACK-OUT - ROWS HELD FOR MANUAL REVIEW'.   00208000
           05 FILLER    PIC X(25) VALUE SPACES.                         00209000
       01 WS-RPT-PARMLN.                                                00210000
           05 FILLER              PIC X(12) VALUE 'CYCLE DATE: '.       00211000
           05 RPT-P-CYCLE-DATE    PIC X(10).                            00212000
           05 FILLER              PIC X(11) VALUE '   SOURCE: '.        00213000
           05 RPT-P-SRC-CD        PIC X(02).                            00214000
           05 FILLER              PIC X(45) VALUE SPACES.               00215000
       01 WS-RPT-COLHDG.                                                00216000
           05 FILLER    PIC X(44) VALUE                                 00217000
              'EMPLOYEE  PNAME      DOB        LOAD DATE   '.           00218000
           05 FILLER    PIC X(36) VALUE                                 00219000
              'OUTCOME     REASON'.                                     00220000
       01 WS-RPT-DETAIL.                                                00221000
           05 RPT-D-EMPLOYEE-ID   PIC X(08).                            00222000
           05 FILLER              PIC X(02) VALUE SPACES.               00223000
           05 RPT-D-PNAME         PIC X(10).                            00224000
           05 FILLER              PIC X(01) VALUE SPACES.               00225000
           05 RPT-D-DOB           PIC X(10).                            00226000
           05 FILLER              PIC X(01) VALUE SPACES.               00227000
           05 RPT-D-LOAD-DATE     PIC X(10).                            00228000
           05 FILLER              PIC X(02) VALUE SPACES.               00229000
           05 RPT-D-OUTCOME       PIC X(10).                            00230000
           05 FILLER              PIC X(02) VALUE SPACES.               00231000
           05 RPT-D-REASON        PIC X(24).                            00232000
       01 WS-RPT-SUMMARY.                                               00233000
           05 RPT-S-LABEL         PIC X(40).                            00234000
           05 RPT-S-COUNT         PIC -9(9).                            00235000
           05 FILLER              PIC X(30) VALUE SPACES.               00236000
       01 WS-RPT-RECON.                                                 00237000
           05 RPT-R-TEXT          PIC X(80).                            00238000
       01 WS-RPT-MSG.                                                   00239000
           05 RPT-M-TEXT          PIC X(80).                            00240000
       LINKAGE SECTION.                                                 00241000
                                                                        00242000
       PROCEDURE DIVISION.                                              00243000
       A-PARA.                                                          00244000
           DISPLAY 'CBLDB2N'.                                           00245000
                                                                        00246000
           PERFORM P-PARA THRU P-EXIT.                                  00247000
           MOVE ZERO TO WS-ZERO-SQLCODE.                                00248000
                                                                        00249000
           OPEN INPUT HSTI-FILE.                                        00250000
           IF WS-HSISTAT NOT = '00'                                     00251000
              DISPLAY 'AUDHIDD OPEN FAILED - STATUS:'WS-HSISTAT         00252000
              MOVE 210 TO ABEND-CODE                                    00253000
              CALL 'CEE3ABD' USING ABEND-CODE                           00254000
           END-IF.                                                      00255000
           OPEN OUTPUT REPT-FILE.                                       00256000
           IF WS-REPTSTAT NOT = '00'                                    00257000
              DISPLAY 'REPTDD OPEN FAILED - STATUS:'WS-REPTSTAT         00258000
              MOVE 210 TO ABEND-CODE                                    00259000
              CALL 'CEE3ABD' USING ABEND-CODE                           00260000
           END-IF.                                                      00261000
           OPEN OUTPUT REVW-FILE.                                       00262000
           OPEN OUTPUT AUDIT-FILE.                                      00263000
           PERFORM O-PARA THRU O-EXIT.                                  00264000
                                                                        00265000
           PERFORM C-PARA THRU C-EXIT.                                  00266000
                                                                        00267000
           PERFORM B-PARA THRU B-EXIT UNTIL WS-EOF-YES.                 00268000
                                                                        00269000
           CLOSE HSTI-FILE.                                             00270000
                                                                        00271000
           PERFORM F-PARA THRU F-EXIT.                                  00272000
                                                                        00273000
           PERFORM D-PARA THRU D-EXIT.                                  00274000
                                                                        00275000
           CLOSE REPT-FILE.                                             00276000
           CLOSE REVW-FILE.                                             00277000
           CLOSE AUDIT-FILE.                                            00278000
           EVALUATE WS-SRC-CD                                           00279000
              WHEN 'R1'                                                 00280000
                 CLOSE DSP1-FILE                                        00281000
              WHEN 'R2'                                                 00282000
                 CLOSE DSP2-FILE                                        00283000
              WHEN 'R3'                                                 00284000
                 CLOSE DSP3-FILE                                        00285000
           END-EVALUATE.                                                00286000
                                                                        00287000
           STOP RUN.                                                    00288000
       A-EXIT.                                                          00289000
           EXIT.                                                        00290000
                                                                        00291000
      *---------------------------------------------------------------- 00292000
      * P-PARA - REQUIRED PARM '<CYCLE-DATE>,<SOURCE>'. A BACK-OUT      00293000
      * WITHOUT BOTH IS NEVER GUESSED AT.                               00294000
      *---------------------------------------------------------------- 00295000
       P-PARA.                                                          00296000
           OPEN INPUT PARM-FILE.                                        00297000
           IF WS-PRMSTAT NOT = '00'                                     00298000
              DISPLAY 'PARMDD OPEN FAILED - STATUS:'WS-PRMSTAT          00299000
              MOVE 210 TO ABEND-CODE                                    00300000
              CALL 'CEE3ABD' USING ABEND-CODE                           00301000
           END-IF.                                                      00302000
                                                                        00303000
           READ PARM-FILE                                               00304000
               AT END                                                   00305000
                   DISPLAY 'EMPTY PARM FILE - CYCLE AND SOURCE NEEDED'  00306000
                   MOVE 211 TO ABEND-CODE                               00307000
                   CALL 'CEE3ABD' USING ABEND-CODE                      00308000
           END-READ.                                                    00309000
           CLOSE PARM-FILE.                                             00310000
                                                                        00311000
           MOVE ZERO TO WS-FIELD-COUNT.                                 00312000
           MOVE SPACES TO WS-CYCLE-DATE.                                00313000
           MOVE SPACES TO WS-SRC-CD.                                    00314000
           UNSTRING PARM-REC DELIMITED BY ',' OR SPACE                  00315000
              INTO WS-CYCLE-DATE, WS-SRC-CD                             00316000
              TALLYING IN WS-FIELD-COUNT                                00317000
           END-UNSTRING.                                                00318000
                                                                        00319000
           IF WS-FIELD-COUNT NOT = 2                                    00320000
              DISPLAY 'PARM RECORD FIELD COUNT WRONG'                   00321000
              MOVE 211 TO ABEND-CODE                                    00322000
              CALL 'CEE3ABD' USING ABEND-CODE                           00323000
           END-IF.                                                      00324000
                                                                        00325000
           IF WS-CYC-DASH1 NOT = '-' OR WS-CYC-DASH2 NOT = '-'          00326000
              OR WS-CYC-YYYY NOT NUMERIC                                00327000
              OR WS-CYC-MM NOT NUMERIC                                  00328000
              OR WS-CYC-DD NOT NUMERIC                                  00329000
              DISPLAY 'CYCLE DATE NOT YYYY-MM-DD:'WS-CYCLE-DATE         00330000
              MOVE 212 TO ABEND-CODE                                    00331000
              CALL 'CEE3ABD' USING ABEND-CODE                           00332000
           END-IF.                                                      00333000
                                                                        00334000
           IF WS-SRC-CD NOT = 'R1' AND WS-SRC-CD NOT = 'R2'             00335000
              AND WS-SRC-CD NOT = 'R3'                                  00336000
              DISPLAY 'SOURCE CODE NOT R1 R2 OR R3:'WS-SRC-CD           00337000
              MOVE 212 TO ABEND-CODE                                    00338000
              CALL 'CEE3ABD' USING ABEND-CODE                           00339000
           END-IF.                                                      00340000
                                                                        00341000
           MOVE WS-CYC-YYYY TO WS-CYC-KEY-YYYY.                         00342000
           MOVE WS-CYC-MM TO WS-CYC-KEY-MM.                             00343000
           MOVE WS-CYC-DD TO WS-CYC-KEY-DD.                             00344000
           DISPLAY 'BACK-OUT CYCLE: 'WS-CYCLE-DATE' SOURCE: 'WS-SRC-CD. 00345000
       P-EXIT.                                                          00346000
           EXIT.                                                        00347000
                                                                        00348000
      *---------------------------------------------------------------- 00349000
      * O-PARA - OPEN THE REQUESTING OFFICE'S DISPOSITION FILE FOR      00350000
      * EXTEND SO THE BACK-OUT RECORDS FOLLOW THE LOAD'S OWN.           00351000
      *---------------------------------------------------------------- 00352000
       O-PARA.                                                          00353000
           EVALUATE WS-SRC-CD                                           00354000
              WHEN 'R1'                                                 00355000
                 OPEN EXTEND DSP1-FILE                                  00356000
                 MOVE WS-DS1STAT TO WS-DSPSTAT                          00357000
              WHEN 'R2'                                                 00358000
                 OPEN EXTEND DSP2-FILE                                  00359000
                 MOVE WS-DS2STAT TO WS-DSPSTAT                          00360000
              WHEN 'R3'                                                 00361000
                 OPEN EXTEND DSP3-FILE                                  00362000
                 MOVE WS-DS3STAT TO WS-DSPSTAT                          00363000
           END-EVALUATE.                                                00364000
           IF WS-DSPSTAT NOT = '00'                                     00365000
              DISPLAY 'DSP' WS-SRC-CD ' OPEN FAILED - STATUS:'          00366000
                 WS-DSPSTAT                                             00367000
              MOVE 210 TO ABEND-CODE                                    00368000
              CALL 'CEE3ABD' USING ABEND-CODE                           00369000
           END-IF.                                                      00370000
       O-EXIT.                                                          00371000
           EXIT.                                                        00372000
                                                                        00373000
       C-PARA.                                                          00374000
           MOVE WS-RPT-TITLE TO REPT-REC.                               00375000
           WRITE REPT-REC.                                              00376000
           MOVE WS-CYCLE-DATE TO RPT-P-CYCLE-DATE.                      00377000
           MOVE WS-SRC-CD TO RPT-P-SRC-CD.                              00378000
           MOVE WS-RPT-PARMLN TO REPT-REC.                              00379000
           WRITE REPT-REC.                                              00380000
           MOVE SPACES TO REPT-REC.                                     00381000
           WRITE REPT-REC.                                              00382000
           MOVE WS-RPT-COLHDG TO REPT-REC.                              00383000
           WRITE REPT-REC.                                              00384000
           MOVE SPACES TO REPT-REC.                                     00385000
           WRITE REPT-REC.                                              00386000
                                                                        00387000
           MOVE WS-RVW-TITLE TO REVW-REC.                               00388000
           WRITE REVW-REC.                                              00389000
           MOVE WS-RPT-PARMLN TO REVW-REC.                              00390000
           WRITE REVW-REC.                                              00391000
           MOVE SPACES TO REVW-REC.                                     00392000
           WRITE REVW-REC.                                              00393000
           MOVE WS-RPT-COLHDG TO REVW-REC.                              00394000
           WRITE REVW-REC.                                              00395000
           MOVE SPACES TO REVW-REC.                                     00396000
           WRITE REVW-REC.                                              00397000
       C-EXIT.                                                          00398000
           EXIT.                                                        00399000
                                                                        00400000
      *---------------------------------------------------------------- 00401000
      * B-PARA - ONE CONSOLIDATED AUDIT RECORD. ONLY SUCCESSFUL LOAD    00402000
      * RECORDS ('L', SQLCODE ZERO) FOR THE CYCLE DATE AND SOURCE       00403000
      * ARE CANDIDATES. CBLDB2C LEAVE RECORDS ALSO CARRY ACTION 'L'     00404000
      * BUT NEVER A REGIONAL SOURCE CODE, SO THE SOURCE TEST KEEPS      00405000
      * THEM OUT.                                                       00406000
      *---------------------------------------------------------------- 00407000
       B-PARA.                                                          00408000
           READ HSTI-FILE                                               00409000
               AT END                                                   00410000
                   MOVE 'Y' TO WS-EOF-SW                                00411000
                   GO TO B-EXIT                                         00412000
           END-READ.                                                    00413000
                                                                        00414000
           ADD 1 TO WS-READ-COUNT.                                      00415000
           MOVE HI-TIMESTAMP TO WS-REC-TIMESTAMP.                       00416000
           IF HI-ACTION NOT = 'L'                                       00417000
              OR WS-REC-DATE NOT = WS-CYCLE-KEY                         00418000
              OR HI-SRC-CD NOT = WS-SRC-CD                              00419000
              OR HI-SQLCODE NOT = WS-ZERO-SQLCODE                       00420000
              GO TO B-EXIT                                              00421000
           END-IF.                                                      00422000
                                                                        00423000
           ADD 1 TO WS-FOUND-COUNT.                                     00424000
           MOVE HI-EMPLOYEE-ID TO WS-EMPLOYEE-ID.                       00425000
           MOVE HI-PNAME TO WS-AUD-PNAME.                               00426000
           MOVE HI-DOB TO WS-AUD-DOB.                                   00427000
           MOVE WS-AUD-PNAME TO WS-PNAME.                               00428000
           MOVE WS-AUD-DOB TO WS-DOB.                                   00429000
           MOVE SPACES TO WS-LOAD-TS.                                   00430000
                                                                        00431000
           PERFORM K-PARA THRU K-EXIT.                                  00432000
           IF WS-DUP-YES                                                00433000
              ADD 1 TO WS-DUPAUD-COUNT                                  00434000
              MOVE 'DUPLICATE' TO WS-OUTCOME                            00435000
              MOVE 'AUDIT ENTRY ALREADY SEEN' TO WS-REASON              00436000
              PERFORM Y-PARA THRU Y-EXIT                                00437000
              GO TO B-EXIT                                              00438000
           END-IF.                                                      00439000
                                                                        00440000
           PERFORM E-PARA THRU E-EXIT.                                  00441000
       B-EXIT.                                                          00442000
           EXIT.                                                        00443000
                                                                        00444000
      *---------------------------------------------------------------- 00445000
      * E-PARA - CONFIRM THE CANDIDATE AGAINST PERSNLDTL AND EITHER     00446000
      * REFUSE IT OR BACK IT OUT.                                       00447000
      *---------------------------------------------------------------- 00448000
       E-PARA.                                                          00449000
           EXEC SQL                                                     00450000
              SELECT PNAME, DOB, DEPT_CD, LOAD_TS, EMP_STATUS           00451000
              INTO :WS-PNAME, :WS-DOB, :WS-DEPT-CD, :WS-LOAD-TS,        00452000
                   :WS-EMP-STATUS                                       00453000
              FROM PERSNLDTL                                            00454000
              WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID                       00455000
           END-EXEC.                                                    00456000
                                                                        00457000
           EVALUATE SQLCODE                                             00458000
              WHEN +0                                                   00459000
                 CONTINUE                                               00460000
              WHEN +100                                                 00461000
                 ADD 1 TO WS-NOTFND-COUNT                               00462000
                 MOVE 'NOT FOUND' TO WS-OUTCOME                         00463000
                 MOVE 'NOT ON PERSNLDTL' TO WS-REASON                   00464000
                 PERFORM R-PARA THRU R-EXIT                             00465000
                 MOVE 'NOT FOUND' TO WS-DSP-OUTCOME                     00465100
                 MOVE 'NOT ON PERSONNEL FILE' TO WS-DSP-REASON          00465200
                 PERFORM Q-PARA THRU Q-EXIT                             00465300
                 GO TO E-EXIT                                           00466000
              WHEN -922                                                 00467000
              WHEN -923                                                 00468000
              WHEN -924                                                 00469000
              WHEN -1224                                                00470000
                 MOVE SQLCODE TO WS-SQLCD                               00471000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00472000
                    WS-SQLCD                                            00473000
                 MOVE 200 TO ABEND-CODE                                 00474000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00475000
              WHEN OTHER                                                00476000
                 MOVE SQLCODE TO WS-SQLCD                               00477000
                 DISPLAY 'PERSNLDTL LOOKUP FAILED - SQLCODE:'WS-SQLCD   00478000
                 ADD 1 TO WS-ERROR-COUNT                                00479000
                 MOVE 'ERROR' TO WS-OUTCOME                             00480000
                 MOVE 'PERSNLDTL LOOKUP FAILED' TO WS-REASON            00481000
                 PERFORM R-PARA THRU R-EXIT                             00482000
                 MOVE 'RETAINED' TO WS-DSP-OUTCOME                      00482100
                 MOVE 'BACK-OUT ERROR - HR REVIEW' TO WS-DSP-REASON     00482200
                 PERFORM Q-PARA THRU Q-EXIT                             00482300
                 GO TO E-EXIT                                           00483000
           END-EVALUATE.                                                00484000
                                                                        00485000
           PERFORM H-PARA THRU H-EXIT.                                  00486000
           IF WS-REASON NOT = SPACES                                    00487000
              ADD 1 TO WS-REFUSE-COUNT                                  00488000
              MOVE 'REFUSED' TO WS-OUTCOME                              00489000
              PERFORM R-PARA THRU R-EXIT                                00490000
              MOVE 'RETAINED' TO WS-DSP-OUTCOME                         00491000
              MOVE 'CHANGED SINCE LOAD - HR REVIEW' TO WS-DSP-REASON    00492000
              PERFORM Q-PARA THRU Q-EXIT                                00493000
              GO TO E-EXIT                                              00494000
           END-IF.                                                      00495000
                                                                        00496000
           PERFORM I-PARA THRU I-EXIT.                                  00497000
           IF NOT WS-HIST-OK                                            00498000
              ADD 1 TO WS-ERROR-COUNT                                   00499000
              MOVE 'ERROR' TO WS-OUTCOME                                00500000
              MOVE 'HISTORY SNAPSHOT FAILED' TO WS-REASON               00501000
              PERFORM Z-PARA THRU Z-EXIT                                00502000
              PERFORM R-PARA THRU R-EXIT                                00503000
              MOVE 'RETAINED' TO WS-DSP-OUTCOME                         00503100
              MOVE 'BACK-OUT ERROR - HR REVIEW' TO WS-DSP-REASON        00503200
              PERFORM Q-PARA THRU Q-EXIT                                00503300
              GO TO E-EXIT                                              00504000
           END-IF.                                                      00505000
                                                                        00506000
           PERFORM G-PARA THRU G-EXIT.                                  00507000
       E-EXIT.                                                          00508000
           EXIT.                                                        00509000
                                                                        00510000
      *---------------------------------------------------------------- 00511000
      * H-PARA - HAS THE ROW CHANGED SINCE THE LOAD. LEAVES A REASON    00512000
      * IN WS-REASON WHEN IT HAS, SPACES WHEN IT IS SAFE TO REMOVE.     00513000
      * CBLDB2C TAKES A PERSNLHST BEFORE-IMAGE AHEAD OF EVERY CHANGE,   00514000
      * TERMINATE, LEAVE OR REHIRE, SO ANY SNAPSHOT ENDING AT OR        00515000
      * AFTER THE LOAD TIMESTAMP MEANS THE ROW HAS BEEN WORKED ON.      00516000
      *---------------------------------------------------------------- 00517000
       H-PARA.                                                          00518000
           MOVE SPACES TO WS-REASON.                                    00519000
                                                                        00520000
           IF WS-LOAD-DATE NOT = WS-CYCLE-DATE                          00521000
              MOVE 'RELOADED SINCE CYCLE' TO WS-REASON                  00522000
              GO TO H-EXIT                                              00523000
           END-IF.                                                      00524000
                                                                        00525000
           MOVE ZERO TO WS-LATER-HST-CNT.                               00526000
           EXEC SQL                                                     00527000
              SELECT COUNT(*)                                           00528000
              INTO :WS-LATER-HST-CNT                                    00529000
              FROM PERSNLHST                                            00530000
              WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID                       00531000
                AND EFF_TO_TS >= :WS-LOAD-TS                            00532000
           END-EXEC.                                                    00533000
                                                                        00534000
           EVALUATE SQLCODE                                             00535000
              WHEN +0                                                   00536000
                 CONTINUE                                               00537000
              WHEN -922                                                 00538000
              WHEN -923                                                 00539000
              WHEN -924                                                 00540000
              WHEN -1224                                                00541000
                 MOVE SQLCODE TO WS-SQLCD                               00542000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00543000
                    WS-SQLCD                                            00544000
                 MOVE 200 TO ABEND-CODE                                 00545000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00546000
              WHEN OTHER                                                00547000
                 MOVE SQLCODE TO WS-SQLCD                               00548000
                 DISPLAY 'PERSNLHST COUNT FAILED - SQLCODE:'WS-SQLCD    00549000
                 MOVE 'HISTORY CHECK FAILED' TO WS-REASON               00550000
                 GO TO H-EXIT                                           00551000
           END-EVALUATE.                                                00552000
                                                                        00553000
           IF WS-LATER-HST-CNT > ZERO                                   00554000
              MOVE 'CHANGED BY MAINTENANCE' TO WS-REASON                00555000
              GO TO H-EXIT                                              00556000
           END-IF.                                                      00557000
                                                                        00558000
           IF WS-PNAME NOT = WS-AUD-PNAME                               00559000
              OR WS-DOB NOT = WS-AUD-DOB                                00560000
              OR WS-EMP-STATUS NOT = 'A'                                00561000
              MOVE 'ROW DIFFERS FROM LOAD' TO WS-REASON                 00562000
           END-IF.                                                      00563000
       H-EXIT.                                                          00564000
           EXIT.                                                        00565000
                                                                        00566000
      *---------------------------------------------------------------- 00567000
      * I-PARA - BEFORE-IMAGE SNAPSHOT TO PERSNLHST, THE SAME SNAPSHOT  00568000
      * CBLDB2C TAKES AHEAD OF A DELETE.                                00569000
      *---------------------------------------------------------------- 00570000
       I-PARA.                                                          00571000
           MOVE 'Y' TO WS-HIST-OK-SW.                                   00572000
           EXEC SQL                                                     00573000
              INSERT INTO PERSNLHST(PNAME,DOB,EMPLOYEE_ID,DEPT_CD,      00574000
                 HIRE_DATE,EFF_FROM_TS,EFF_TO_TS,EMP_STATUS,            00575000
                 STAT_EFF_DATE)                                         00576000
              SELECT P.PNAME, P.DOB, P.EMPLOYEE_ID, P.DEPT_CD,          00577000
                 P.HIRE_DATE,                                           00578000
                 COALESCE((SELECT MAX(H.EFF_TO_TS) FROM PERSNLHST H     00579000
                    WHERE H.EMPLOYEE_ID = P.EMPLOYEE_ID),               00580000
                    '0001-01-01-00.00.00.000000'),                      00581000
                 CHAR(CURRENT TIMESTAMP),                               00582000
                 P.EMP_STATUS, P.STAT_EFF_DATE                          00583000
              FROM PERSNLDTL P                                          00584000
              WHERE P.EMPLOYEE_ID = :WS-EMPLOYEE-ID                     00585000
           END-EXEC.                                                    00586000
                                                                        00587000
           MOVE SQLCODE TO WS-SQLCD.                                    00588000
           EVALUATE SQLCODE                                             00589000
              WHEN +0                                                   00590000
                 ADD 1 TO WS-HIST-COUNT                                 00591000
              WHEN -922                                                 00592000
              WHEN -923                                                 00593000
              WHEN -924                                                 00594000
              WHEN -1224                                                00595000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00596000
                    WS-SQLCD                                            00597000
                 MOVE 200 TO ABEND-CODE                                 00598000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00599000
              WHEN OTHER                                                00600000
                 MOVE 'N' TO WS-HIST-OK-SW                              00601000
                 DISPLAY 'HISTORY SNAPSHOT FAILED - SQLCODE:'WS-SQLCD   00602000
           END-EVALUATE.                                                00603000
       I-EXIT.                                                          00604000
           EXIT.                                                        00605000
                                                                        00606000
      *---------------------------------------------------------------- 00607000
      * G-PARA - REMOVE THE ROW, JOURNAL IT AND TELL THE OFFICE.        00608000
      *---------------------------------------------------------------- 00609000
       G-PARA.                                                          00610000
           EXEC SQL                                                     00611000
              DELETE FROM PERSNLDTL                                     00612000
               WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID                      00613000
           END-EXEC.                                                    00614000
                                                                        00615000
           MOVE SQLCODE TO WS-SQLCD.                                    00616000
           MOVE ZERO TO WS-ROWCNT.                                      00617000
           EVALUATE SQLCODE                                             00618000
              WHEN +0                                                   00619000
                 MOVE SQLERRD(3) TO WS-ROWCNT                           00620000
                 ADD WS-ROWCNT TO WS-DB2-DEL-COUNT                      00621000
                 ADD 1 TO WS-REMOVE-COUNT                               00622000
                 MOVE 'BACKED OUT' TO WS-OUTCOME                        00623000
                 MOVE SPACES TO WS-REASON                               00624000
                 PERFORM Z-PARA THRU Z-EXIT                             00625000
                 PERFORM Y-PARA THRU Y-EXIT                             00626000
                 MOVE 'BACKED OUT' TO WS-DSP-OUTCOME                    00627000
                 MOVE 'FEED BACKED OUT - PLEASE RESEND'                 00628000
                    TO WS-DSP-REASON                                    00629000
                 PERFORM Q-PARA THRU Q-EXIT                             00630000
              WHEN -922                                                 00631000
              WHEN -923                                                 00632000
              WHEN -924                                                 00633000
              WHEN -1224                                                00634000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00635000
                    WS-SQLCD                                            00636000
                 MOVE 200 TO ABEND-CODE                                 00638000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00639000
              WHEN OTHER                                                00640000
                 DISPLAY 'BACK-OUT DELETE FAILED - SQLCODE:'WS-SQLCD    00641000
                 ADD 1 TO WS-ERROR-COUNT                                00642000
                 MOVE 'ERROR' TO WS-OUTCOME                             00643000
                 MOVE 'DELETE FAILED' TO WS-REASON                      00644000
                 PERFORM Z-PARA THRU Z-EXIT                             00645000
                 PERFORM R-PARA THRU R-EXIT                             00646000
                 MOVE 'RETAINED' TO WS-DSP-OUTCOME                      00646100
                 MOVE 'BACK-OUT ERROR - HR REVIEW' TO WS-DSP-REASON     00646200
                 PERFORM Q-PARA THRU Q-EXIT                             00646300
           END-EVALUATE.                                                00647000
       G-EXIT.                                                          00648000
           EXIT.                                                        00649000
                                                                        00650000
      *---------------------------------------------------------------- 00651000
      * K-PARA - HAS THIS EMPLOYEE ALREADY BEEN HANDLED THIS RUN. A     00652000
      * LOAD RESTARTED AFTER AN ABEND CAN JOURNAL THE SAME INSERT       00653000
      * TWICE; THE SECOND ENTRY IS COUNTED AND BYPASSED.                00654000
      *---------------------------------------------------------------- 00655000
       K-PARA.                                                          00656000
           MOVE 'N' TO WS-DUP-SW.                                       00657000
           SET DN-IX TO 1.                                              00658000
           IF WS-DONE-COUNT > ZERO                                      00659000
              SEARCH WS-DONE-ENTRY                                      00660000
                 AT END                                                 00661000
                    PERFORM K-010-ADD THRU K-010-EXIT                   00662000
                 WHEN DN-EMPLOYEE-ID (DN-IX) = WS-EMPLOYEE-ID           00663000
                    MOVE 'Y' TO WS-DUP-SW                               00664000
              END-SEARCH                                                00665000
           ELSE                                                         00666000
              PERFORM K-010-ADD THRU K-010-EXIT                         00667000
           END-IF.                                                      00668000
       K-EXIT.                                                          00669000
           EXIT.                                                        00670000
                                                                        00671000
       K-010-ADD.                                                       00672000
           IF WS-DONE-COUNT NOT LESS THAN WS-DONE-MAX                   00673000
              DISPLAY 'BACK-OUT TABLE FULL - LIMIT:'WS-DONE-MAX         00674000
              MOVE 220 TO ABEND-CODE                                    00675000
              CALL 'CEE3ABD' USING ABEND-CODE                           00676000
           END-IF.                                                      00677000
           ADD 1 TO WS-DONE-COUNT.                                      00678000
           SET DN-IX TO WS-DONE-COUNT.                                  00679000
           MOVE WS-EMPLOYEE-ID TO DN-EMPLOYEE-ID (DN-IX).               00680000
       K-010-EXIT.                                                      00681000
           EXIT.                                                        00682000
                                                                        00683000
      *---------------------------------------------------------------- 00684000
      * R-PARA - A CANDIDATE THAT WAS NOT REMOVED GOES ON BOTH THE      00685000
      * CONTROL REPORT AND THE MANUAL REVIEW LIST.                      00686000
      *---------------------------------------------------------------- 00687000
       R-PARA.                                                          00688000
           PERFORM Y-PARA THRU Y-EXIT.                                  00689000
           MOVE WS-RPT-DETAIL TO REVW-REC.                              00690000
           WRITE REVW-REC.                                              00691000
       R-EXIT.                                                          00692000
           EXIT.                                                        00693000
                                                                        00694000
       Y-PARA.                                                          00695000
           MOVE WS-EMPLOYEE-ID TO RPT-D-EMPLOYEE-ID.                    00696000
           MOVE WS-PNAME TO RPT-D-PNAME.                                00697000
           MOVE WS-DOB TO RPT-D-DOB.                                    00698000
           MOVE WS-LOAD-DATE TO RPT-D-LOAD-DATE.                        00699000
           MOVE WS-OUTCOME TO RPT-D-OUTCOME.                            00700000
           MOVE WS-REASON TO RPT-D-REASON.                              00701000
           MOVE WS-RPT-DETAIL TO REPT-REC.                              00702000
           WRITE REPT-REC.                                              00703000
       Y-EXIT.                                                          00704000
           EXIT.                                                        00705000
                                                                        00706000
      *---------------------------------------------------------------- 00707000
      * Q-PARA - DISPOSITION RECORD TO THE REQUESTING OFFICE, IN THE    00708000
      * SAME LAYOUT CBLDB2A WRITES. HELD UNTIL THE BACK-OUT COMMITS.    00709000
      *---------------------------------------------------------------- 00710000
       Q-PARA.                                                          00711000
           MOVE WS-SRC-CD TO WS-DSP-SRC-CD.                             00712000
           MOVE WS-EMPLOYEE-ID TO WS-DSP-EMPLOYEE-ID.                   00713000
           MOVE WS-AUD-PNAME TO WS-DSP-PNAME.                           00714000
           MOVE WS-AUD-DOB TO WS-DSP-DOB.                               00715000
           PERFORM S-PARA THRU S-EXIT.                                  00716000
           MOVE 'D' TO HD-TYPE (HD-IX).                                 00717000
           MOVE WS-DSP-REC TO HD-IMAGE (HD-IX).                         00718000
           ADD 1 TO WS-DISP-COUNT.                                      00727000
       Q-EXIT.                                                          00728000
           EXIT.                                                        00729000
                                                                        00730000
       Z-PARA.                                                          00731000
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     00732000
           ACCEPT WS-AUDIT-TIME FROM TIME.                              00733000
           MOVE WS-AUDIT-DATE TO WS-AUDIT-TS-DATE.                      00734000
           MOVE WS-AUDIT-TIME TO WS-AUDIT-TS-TIME.                      00735000
           MOVE WS-AUDIT-TS TO AU-TIMESTAMP.                            00736000
           MOVE 'B' TO AU-ACTION.                                       00737000
           MOVE WS-EMPLOYEE-ID TO AU-EMPLOYEE-ID.                       00738000
           MOVE WS-PNAME TO AU-PNAME.                                   00739000
           MOVE WS-DOB TO AU-DOB.                                       00740000
           MOVE WS-SQLCD TO AU-SQLCODE.                                 00741000
           MOVE WS-SRC-CD TO AU-SRC-CD.                                 00742000
           MOVE SPACES TO AU-SUBMITTER-ID.                              00742100
           MOVE SPACES TO AU-APPROVER-ID.                               00742200
           PERFORM S-PARA THRU S-EXIT.                                  00743000
           MOVE 'A' TO HD-TYPE (HD-IX).                                 00743100
           MOVE AUDIT-REC TO HD-IMAGE (HD-IX).                          00743200
       Z-EXIT.                                                          00744000
           EXIT.                                                        00745000
                                                                        00746000
      *---------------------------------------------------------------- 00747000
      * F-PARA - COMMIT THE BACK-OUT AS ONE UNIT OF WORK, UNLESS DB2    00748000
      * DELETED A DIFFERENT NUMBER OF ROWS THAN WERE BACKED OUT.        00749000
      * THE HELD AUDIT AND DISPOSITION RECORDS ARE WRITTEN ONLY ONCE    00749100
      * THE BACK-OUT IS COMMITTED, SO A ROLLED-BACK RUN LEAVES NO       00749200
      * 'B' JOURNAL ENTRY OR RESEND REQUEST BEHIND IT.                  00749300
      *---------------------------------------------------------------- 00750000
       F-PARA.                                                          00751000
           IF WS-DB2-DEL-COUNT NOT = WS-REMOVE-COUNT                    00752000
              DISPLAY 'BACK-OUT COUNT MISMATCH - DELETED:'              00753000
                 WS-DB2-DEL-COUNT' REMOVED:'WS-REMOVE-COUNT             00754000
              EXEC SQL                                                  00755000
                 ROLLBACK                                               00756000
              END-EXEC                                                  00757000
              MOVE 241 TO ABEND-CODE                                    00758000
              CALL 'CEE3ABD' USING ABEND-CODE                           00759000
           END-IF.                                                      00760000
                                                                        00761000
           EXEC SQL                                                     00762000
              COMMIT                                                    00763000
           END-EXEC.                                                    00764000
           DISPLAY 'BACK-OUT COMMITTED - ROWS REMOVED:'WS-REMOVE-COUNT. 00765000
           IF WS-HOLD-COUNT > ZERO                                      00765100
              PERFORM W-PARA THRU W-EXIT                                00765200
                 VARYING HD-IX FROM 1 BY 1                              00765300
                 UNTIL HD-IX > WS-HOLD-COUNT                            00765400
           END-IF.                                                      00765500
       F-EXIT.                                                          00766000
           EXIT.                                                        00767000
                                                                        00767005
      *---------------------------------------------------------------- 00767010
      * S-PARA - TAKE THE NEXT SLOT IN THE HOLD TABLE FOR ONE AUDIT OR  00767020
      * DISPOSITION RECORD.                                             00767030
      *---------------------------------------------------------------- 00767040
       S-PARA.                                                          00767050
           IF WS-HOLD-COUNT NOT LESS THAN WS-HOLD-MAX                   00767060
              DISPLAY 'BACK-OUT HOLD TABLE FULL - LIMIT:'WS-HOLD-MAX    00767070
              MOVE 220 TO ABEND-CODE                                    00767080
              CALL 'CEE3ABD' USING ABEND-CODE                           00767090
           END-IF.                                                      00767100
           ADD 1 TO WS-HOLD-COUNT.                                      00767110
           SET HD-IX TO WS-HOLD-COUNT.                                  00767120
       S-EXIT.                                                          00767130
           EXIT.                                                        00767140
                                                                        00767150
       W-PARA.                                                          00767160
           IF HD-AUDIT (HD-IX)                                          00767170
              MOVE HD-IMAGE (HD-IX) TO AUDIT-REC                        00767180
              WRITE AUDIT-REC                                           00767190
              GO TO W-EXIT                                              00767200
           END-IF.                                                      00767210
           EVALUATE WS-SRC-CD                                           00767220
              WHEN 'R1'                                                 00767230
                 MOVE HD-IMAGE (HD-IX) TO DSP1-REC                      00767240
                 WRITE DSP1-REC                                         00767250
              WHEN 'R2'                                                 00767260
                 MOVE HD-IMAGE (HD-IX) TO DSP2-REC                      00767270
                 WRITE DSP2-REC                                         00767280
              WHEN 'R3'                                                 00767290
                 MOVE HD-IMAGE (HD-IX) TO DSP3-REC                      00767300
                 WRITE DSP3-REC                                         00767310
           END-EVALUATE.                                                00767320
       W-EXIT.                                                          00767330
           EXIT.                                                        00767340
                                                                        00768000
       D-PARA.                                                          00769000
           MOVE SPACES TO REPT-REC.                                     00770000
           WRITE REPT-REC.                                              00771000
           IF WS-FOUND-COUNT = ZERO                                     00772000
              MOVE 'NO LOADS FOUND FOR THIS CYCLE DATE AND SOURCE'      00773000
                 TO RPT-M-TEXT                                          00774000
              MOVE WS-RPT-MSG TO REPT-REC                               00775000
              WRITE REPT-REC                                            00776000
              MOVE SPACES TO REPT-REC                                   00777000
              WRITE REPT-REC                                            00778000
           END-IF.                                                      00779000
           MOVE 'AUDIT HISTORY RECORDS READ' TO RPT-S-LABEL.            00780000
           MOVE WS-READ-COUNT TO RPT-S-COUNT.                           00781000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00782000
           WRITE REPT-REC.                                              00783000
           MOVE 'LOAD RECORDS FOUND FOR CYCLE AND SOURCE'               00784000
              TO RPT-S-LABEL.                                           00785000
           MOVE WS-FOUND-COUNT TO RPT-S-COUNT.                          00786000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00787000
           WRITE REPT-REC.                                              00788000
           MOVE 'ROWS BACKED OUT (REMOVED)' TO RPT-S-LABEL.             00789000
           MOVE WS-REMOVE-COUNT TO RPT-S-COUNT.                         00790000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00791000
           WRITE REPT-REC.                                              00792000
           MOVE 'ROWS REFUSED - CHANGED SINCE LOAD' TO RPT-S-LABEL.     00793000
           MOVE WS-REFUSE-COUNT TO RPT-S-COUNT.                         00794000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00795000
           WRITE REPT-REC.                                              00796000
           MOVE 'ROWS NO LONGER ON PERSNLDTL' TO RPT-S-LABEL.           00797000
           MOVE WS-NOTFND-COUNT TO RPT-S-COUNT.                         00798000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00799000
           WRITE REPT-REC.                                              00800000
           MOVE 'ROWS NOT REMOVED - DB2 ERROR' TO RPT-S-LABEL.          00801000
           MOVE WS-ERROR-COUNT TO RPT-S-COUNT.                          00802000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00803000
           WRITE REPT-REC.                                              00804000
           MOVE 'DUPLICATE LOAD AUDIT ENTRIES BYPASSED' TO RPT-S-LABEL. 00805000
           MOVE WS-DUPAUD-COUNT TO RPT-S-COUNT.                         00806000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00807000
           WRITE REPT-REC.                                              00808000
           MOVE 'PERSNLHST BEFORE-IMAGES WRITTEN' TO RPT-S-LABEL.       00809000
           MOVE WS-HIST-COUNT TO RPT-S-COUNT.                           00810000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00811000
           WRITE REPT-REC.                                              00812000
           MOVE 'PERSNLDTL ROWS DELETED PER DB2' TO RPT-S-LABEL.        00813000
           MOVE WS-DB2-DEL-COUNT TO RPT-S-COUNT.                        00814000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00815000
           WRITE REPT-REC.                                              00816000
           MOVE 'DISPOSITION RECORDS WRITTEN' TO RPT-S-LABEL.           00817000
           MOVE WS-DISP-COUNT TO RPT-S-COUNT.                           00818000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00819000
           WRITE REPT-REC.                                              00820000
                                                                        00821000
           MOVE SPACES TO REPT-REC.                                     00822000
           WRITE REPT-REC.                                              00823000
                                                                        00824000
           COMPUTE WS-ACCT-TOTAL = WS-REMOVE-COUNT + WS-REFUSE-COUNT    00825000
              + WS-NOTFND-COUNT + WS-ERROR-COUNT + WS-DUPAUD-COUNT.     00826000
                                                                        00827000
           IF WS-ACCT-TOTAL = WS-FOUND-COUNT                            00828000
              MOVE 'RECONCILIATION: ROWS FOUND BALANCE TO ROWS DISPOSED'00829000
                 TO RPT-R-TEXT                                          00830000
           ELSE                                                         00831000
              MOVE 'RECONCILIATION: *** MISMATCH *** ROWS FOUND'        00832000
                 TO RPT-R-TEXT                                          00833000
           END-IF.                                                      00834000
           MOVE WS-RPT-RECON TO REPT-REC.                               00835000
           WRITE REPT-REC.                                              00836000
                                                                        00837000
           MOVE 'ROWS FOUND' TO RPT-S-LABEL.                            00838000
           MOVE WS-FOUND-COUNT TO RPT-S-COUNT.                          00839000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00840000
           WRITE REPT-REC.                                              00841000
           MOVE 'ROWS ACCOUNTED FOR (ALL BUCKETS)' TO RPT-S-LABEL.      00842000
           MOVE WS-ACCT-TOTAL TO RPT-S-COUNT.                           00843000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00844000
           WRITE REPT-REC.                                              00845000
                                                                        00846000
           IF WS-REFUSE-COUNT > ZERO OR WS-NOTFND-COUNT > ZERO          00847000
              OR WS-ERROR-COUNT > ZERO                                  00848000
              MOVE SPACES TO REPT-REC                                   00849000
              WRITE REPT-REC                                            00850000
              MOVE 'ROWS NOT REMOVED ARE LISTED ON REVWDD FOR REVIEW'   00851000
                 TO RPT-M-TEXT                                          00852000
              MOVE WS-RPT-MSG TO REPT-REC                               00853000
              WRITE REPT-REC                                            00854000
           END-IF.                                                      00855000
       D-EXIT.                                                          00856000
           EXIT.                                                        00857000
