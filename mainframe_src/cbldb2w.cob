       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. CBLDB2W.                                             00002000
       AUTHOR. HR-SYSTEMS-BATCH.                                        00003000
       INSTALLATION. HR-SYSTEMS.                                        00004000
       DATE-WRITTEN. 10/15/2026.                                        00005000
       DATE-COMPILED.                                                   00006000
      *REMARKS.                                                         00007000
      *    NIGHTLY DATA-INTEGRITY SWEEP ACROSS PERSNLDTL, PERSNLHST,    00008000
      *    DEPTMAST AND THE CBLDB2L KEYED LOOKUP MIRROR (EMPMSTDD).     00009000
      *    EVERY PROGRAM EDITS ITS OWN TRANSACTIONS; THIS STEP CHECKS   00010000
      *    THE TABLES AS A WHOLE AND LISTS EVERY PROBLEM FOUND ON       00011000
      *    REPTDD WITH ITS CATEGORY AND EMPLOYEE_ID, FOLLOWED BY A      00012000
      *    COUNT PER CATEGORY:                                          00013000
      *      SEVERE  - EMP_STATUS NOT A, T OR L; STAT_EFF_DATE BEFORE   00014000
      *                HIRE_DATE; DOB AFTER HIRE_DATE; ACTIVE           00015000
      *                EMPLOYEE WHOSE DEPT_CD IS NOT ON DEPTMAST.       00016000
      *                THESE ROWS WOULD GO TO FLASK AS THEY STAND.      00017000
      *      WARNING - PERSNLHST PERIODS THAT OVERLAP, LEAVE A GAP OR   00018000
      *                END BEFORE THEY START (EACH SNAPSHOT'S           00019000
      *                EFF_FROM_TS MUST BE THE PRIOR SNAPSHOT'S         00020000
      *                EFF_TO_TS, AS CBLDB2C WRITES THEM); HISTORY      00021000
      *                FOR AN EMPLOYEE_ID NO LONGER ON PERSNLDTL;       00022000
      *                MIRROR RECORDS THAT DIFFER FROM PERSNLDTL OR     00023000
      *                ARE MISSING FROM EITHER SIDE.                    00024000
      *    RETURN CODE 0 = CLEAN, 4 = WARNINGS ONLY, 8 = SEVERE. THE    00025000
      *    STEP RUNS IN THE CBLDB2S CHAIN AHEAD OF THE CBLDB2B          00026000
      *    MORNING EXTRACT; THE JCL RECORDS THE STEP AS FAILED ON A     00027000
      *    RETURN CODE OF 8, SO THE CBLDB2S GATEKEEPER WILL NOT START   00028000
      *    CBLDB2B UNTIL THE DATA IS CORRECTED AND THE SWEEP RERUN.     00029000
      *---------------------------------------------------------------- 00030000
      * MODIFICATION HISTORY                                            00031000
      *---------------------------------------------------------------- 00032000
      * DATE       BY    DESCRIPTION                                    00033000
      * ---------- ----- ---------------------------------------------- 00034000
      * 10/15/2026 RKS   ORIGINAL PROGRAM.                              00035000
      *---------------------------------------------------------------- 00036000
       ENVIRONMENT DIVISION.                                            00037000
       INPUT-OUTPUT SECTION.                                            00038000
       FILE-CONTROL.                                                    00039000
           SELECT EMP-FILE      ASSIGN TO EMPMSTDD                      00040000
                                ORGANIZATION INDEXED                    00041000
                                ACCESS SEQUENTIAL                       00042000
                                RECORD KEY EM-EMPLOYEE-ID               00043000
                                FILE STATUS WS-EMPSTAT.                 00044000
           SELECT REPT-FILE     ASSIGN TO REPTDD                        00045000
                                ORGANIZATION SEQUENTIAL                 00046000
                                ACCESS SEQUENTIAL                       00047000
                                FILE STATUS WS-REPTSTAT.                00048000
       DATA DIVISION.                                                   00049000
       FILE SECTION.                                                    00050000
       FD EMP-FILE.                                                     00051000
       01 EMP-REC.                                                      00052000
           05 EM-EMPLOYEE-ID    PIC X(08).                              00053000
           05 EM-PNAME          PIC X(10).                              00054000
           05 EM-DOB            PIC X(10).                              00055000
           05 EM-DEPT-CD        PIC X(04).                              00056000
           05 EM-DEPT-NAME      PIC X(30).                              00057000
           05 EM-HIRE-DATE      PIC X(10).                              00058000
           05 EM-EMP-STATUS     PIC X(01).                              00059000
           05 EM-STAT-EFF-DATE  PIC X(10).                              00060000
       01 EMP-CTL-REC.                                                  00061000
           05 EC-CTL-KEY        PIC X(08).                              00062000
           05 EC-GENERATION     PIC 9(06).                              00063000
           05 EC-RUN-DATE       PIC X(10).                              00064000
           05 EC-REC-COUNT      PIC 9(09).                              00065000
           05 EC-HASH-TOTAL     PIC 9(15).                              00066000
           05 FILLER            PIC X(35).                              00067000
       FD REPT-FILE.                                                    00068000
       01 REPT-REC              PIC X(80).                              00069000
       WORKING-STORAGE SECTION.                                         00070000
       01 WS-SQLCD PIC S9(9) SIGN LEADING SEPARATE.                     00071000
       EXEC SQL                                                         00072000
       INCLUDE COPY1                                                    00073000
       END-EXEC.                                                        00074000
                                                                        00075000
       EXEC SQL                                                         00076000
       INCLUDE COPY2                                                    00077000
       END-EXEC.                                                        00078000
                                                                        00079000
       EXEC SQL                                                         00080000
       INCLUDE COPY3                                                    00081000
       END-EXEC.                                                        00082000
                                                                        00083000
       EXEC SQL                                                         00084000
          INCLUDE SQLCA                                                 00085000
       END-EXEC.                                                        00086000
                                                                        00087000
       01 WS-EMPLOYEE-ID PIC X(08).                                     00088000
       01 WS-PRIOR-EMPLOYEE-ID PIC X(08).                               00089000
       01 WS-PRIOR-EFF-TO-TS PIC X(26).                                 00090000
       01 WS-HST-ROWS PIC S9(9) COMP.                                   00091000
       01 WS-HST-ROWS-ED PIC ZZZZZZZZ9.                                 00092000
       01 WS-NOTE PIC X(50).                                            00093000
       01 WS-NOTE-PTR PIC 9(03) COMP.                                   00094000
       01 WS-MIRR-KEY PIC X(08).                                        00095000
       01 WS-EMPSTAT PIC X(02).                                         00096000
       01 WS-REPTSTAT PIC X(02).                                        00097000
       01 ABEND-CODE PIC S9(9) COMP.                                    00098000
                                                                        00099000
       01 WS-SWITCHES.                                                  00100000
           05 WS-EOF-SW         PIC X(01) VALUE 'N'.                    00101000
              88 WS-EOF-YES              VALUE 'Y'.                     00102000
           05 WS-MIRR-SW        PIC X(01) VALUE 'N'.                    00103000
              88 WS-MIRR-OPEN            VALUE 'Y'.                     00104000
           05 WS-MIRR-EOF-SW    PIC X(01) VALUE 'N'.                    00105000
              88 WS-MIRR-EOF             VALUE 'Y'.                     00106000
                                                                        00107000
      *---------------------------------------------------------------- 00108000
      * CHECK CATEGORIES: SHORT NAME, SEVERITY (S/W), DESCRIPTION.      00109000
      *---------------------------------------------------------------- 00110000
       01 WS-CAT-DATA.                                                  00111000
           05 FILLER    PIC X(10) VALUE 'BADSTATUS '.                   00112000
           05 FILLER    PIC X(01) VALUE 'S'.                            00113000
           05 FILLER    PIC X(44) VALUE                                 00114000
              'EMP_STATUS NOT A, T OR L'.                               00115000
           05 FILLER    PIC X(10) VALUE 'STATB4HIRE'.                   00116000
           05 FILLER    PIC X(01) VALUE 'S'.                            00117000
           05 FILLER    PIC X(44) VALUE                                 00118000
              'STAT_EFF_DATE BEFORE HIRE_DATE'.                         00119000
           05 FILLER    PIC X(10) VALUE 'DOBAFTHIRE'.                   00120000
           05 FILLER    PIC X(01) VALUE 'S'.                            00121000
           05 FILLER    PIC X(44) VALUE                                 00122000
              'DOB AFTER HIRE_DATE'.                                    00123000
           05 FILLER    PIC X(10) VALUE 'NODEPT    '.                   00124000
           05 FILLER    PIC X(01) VALUE 'S'.                            00125000
           05 FILLER    PIC X(44) VALUE                                 00126000
              'ACTIVE EMPLOYEE - DEPT_CD NOT ON DEPTMAST'.              00127000
           05 FILLER    PIC X(10) VALUE 'HSTOVERLAP'.                   00128000
           05 FILLER    PIC X(01) VALUE 'W'.                            00129000
           05 FILLER    PIC X(44) VALUE                                 00130000
              'PERSNLHST PERIOD OVERLAPS THE PRIOR PERIOD'.             00131000
           05 FILLER    PIC X(10) VALUE 'HSTGAP    '.                   00132000
           05 FILLER    PIC X(01) VALUE 'W'.                            00133000
           05 FILLER    PIC X(44) VALUE                                 00134000
              'PERSNLHST GAP AFTER THE PRIOR PERIOD'.                   00135000
           05 FILLER    PIC X(10) VALUE 'HSTREVERSE'.                   00136000
           05 FILLER    PIC X(01) VALUE 'W'.                            00137000
           05 FILLER    PIC X(44) VALUE                                 00138000
              'PERSNLHST PERIOD ENDS BEFORE IT STARTS'.                 00139000
           05 FILLER    PIC X(10) VALUE 'HSTORPHAN '.                   00140000
           05 FILLER    PIC X(01) VALUE 'W'.                            00141000
           05 FILLER    PIC X(44) VALUE                                 00142000
              'PERSNLHST FOR AN ID NOT ON PERSNLDTL'.                   00143000
           05 FILLER    PIC X(10) VALUE 'MIRRDIFF  '.                   00144000
           05 FILLER    PIC X(01) VALUE 'W'.                            00145000
           05 FILLER    PIC X(44) VALUE                                 00146000
              'MIRROR RECORD DIFFERS FROM PERSNLDTL'.                   00147000
           05 FILLER    PIC X(10) VALUE 'NOTINMIRR '.                   00148000
           05 FILLER    PIC X(01) VALUE 'W'.                            00149000
           05 FILLER    PIC X(44) VALUE                                 00150000
              'PERSNLDTL ROW MISSING FROM THE MIRROR'.                  00151000
           05 FILLER    PIC X(10) VALUE 'MIRRONLY  '.                   00152000
           05 FILLER    PIC X(01) VALUE 'W'.                            00153000
           05 FILLER    PIC X(44) VALUE                                 00154000
              'MIRROR RECORD NOT ON PERSNLDTL'.                         00155000
           05 FILLER    PIC X(10) VALUE 'NOMIRROR  '.                   00156000
           05 FILLER    PIC X(01) VALUE 'W'.                            00157000
           05 FILLER    PIC X(44) VALUE                                 00158000
              'MIRROR FILE NOT AVAILABLE - NOT COMPARED'.               00159000
       01 WS-CAT-TABLE REDEFINES WS-CAT-DATA.                           00160000
           05 WS-CAT-ENTRY OCCURS 12 TIMES.                             00161000
              10 CT-NAME        PIC X(10).                              00162000
              10 CT-SEVERITY    PIC X(01).                              00163000
                 88 CT-SEVERE            VALUE 'S'.                     00164000
              10 CT-DESC        PIC X(44).                              00165000
       01 WS-CAT-COUNTS.                                                00166000
           05 WS-CAT-COUNT      PIC 9(09) COMP OCCURS 12 TIMES.         00167000
       01 WS-CAT-IX             PIC 9(02) COMP.                         00168000
                                                                        00169000
       01 WS-DTL-COUNT          PIC 9(09) COMP VALUE ZERO.              00170000
       01 WS-HST-COUNT          PIC 9(09) COMP VALUE ZERO.              00171000
       01 WS-MIRR-COUNT         PIC 9(09) COMP VALUE ZERO.              00172000
       01 WS-SEVERE-TOTAL       PIC 9(09) COMP VALUE ZERO.              00173000
       01 WS-WARN-TOTAL         PIC 9(09) COMP VALUE ZERO.              00174000
       01 WS-SWEEP-RC           PIC 9(02) VALUE ZERO.                   00175000
       01 WS-MIRR-GENERATION    PIC 9(06) VALUE ZERO.                   00176000
       01 WS-MIRR-RUN-DATE      PIC X(10) VALUE SPACES.                 00177000
                                                                        00178000
       01 WS-RUN-DATE-RAW       PIC 9(08).                              00179000
       01 WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-RAW.                    00180000
           05 WS-RUN-YYYY       PIC X(04).                              00181000
           05 WS-RUN-MM         PIC X(02).                              00182000
           05 WS-RUN-DD         PIC X(02).                              00183000
       01 WS-RUN-DATE.                                                  00184000
           05 WS-RUN-DATE-Y     PIC X(04).                              00185000
           05 FILLER            PIC X(01) VALUE '-'.                    00186000
           05 WS-RUN-DATE-M     PIC X(02).                              00187000
           05 FILLER            PIC X(01) VALUE '-'.                    00188000
           05 WS-RUN-DATE-D     PIC X(02).                              00189000
                                                                        00190000
       01 WS-RPT-TITLE.                                                 00191000
           05 FILLER    PIC X(55) VALUE                                 00192000
              'NIGHTLY DATA-INTEGRITY SWEEP - EXCEPTION REPORT'.        00193000
           05 FILLER    PIC X(25) VALUE SPACES.                         00194000
       01 WS-RPT-PARMLN.                                                00195000
           05 FILLER              PIC X(13) VALUE 'RUN DATE:    '.      00196000
           05 RPT-P-DATE          PIC X(10).                            00197000
           05 FILLER              PIC X(57) VALUE SPACES.               00198000
       01 WS-RPT-MIRRLN.                                                00199000
           05 FILLER              PIC X(13) VALUE 'MIRROR GEN:  '.      00200000
           05 RPT-M-GENERATION    PIC 9(06).                            00201000
           05 FILLER              PIC X(13) VALUE '  REFRESHED: '.      00202000
           05 RPT-M-RUN-DATE      PIC X(10).                            00203000
           05 FILLER              PIC X(38) VALUE SPACES.               00204000
       01 WS-RPT-SECTHDG.                                               00205000
           05 RPT-H-TEXT          PIC X(80).                            00206000
       01 WS-RPT-COLHDG.                                                00207000
           05 FILLER    PIC X(40) VALUE                                 00208000
              'CATEGORY   SEVERITY EMPLOYEE  DETAIL'.                   00209000
           05 FILLER    PIC X(40) VALUE SPACES.                         00210000
       01 WS-RPT-DETAIL.                                                00211000
           05 RPT-D-CAT           PIC X(10).                            00212000
           05 FILLER              PIC X(01) VALUE SPACES.               00213000
           05 RPT-D-SEVERITY      PIC X(07).                            00214000
           05 FILLER              PIC X(02) VALUE SPACES.               00215000
           05 RPT-D-EMPLOYEE-ID   PIC X(08).                            00216000
           05 FILLER              PIC X(02) VALUE SPACES.               00217000
           05 RPT-D-NOTE          PIC X(50).                            00218000
       01 WS-RPT-CATHDG.                                                00219000
           05 FILLER    PIC X(55) VALUE                                 00220000
              'CATEGORY   DESCRIPTION'.                                 00221000
           05 FILLER    PIC X(25) VALUE                                 00222000
              'SEVERITY      COUNT'.                                    00223000
       01 WS-RPT-CATLN.                                                 00224000
           05 RPT-C-CAT           PIC X(10).                            00225000
           05 FILLER              PIC X(01) VALUE SPACES.               00226000
           05 RPT-C-DESC          PIC X(44).                            00227000
           05 RPT-C-SEVERITY      PIC X(07).                            00228000
           05 FILLER              PIC X(01) VALUE SPACES.               00229000
           05 RPT-C-COUNT         PIC ZZZZZZZZZZ9.                      00230000
           05 FILLER              PIC X(06) VALUE SPACES.               00231000
       01 WS-RPT-SUMMARY.                                               00232000
           05 RPT-S-LABEL         PIC X(40).                            00233000
           05 RPT-S-COUNT         PIC -9(9).                            00234000
           05 FILLER              PIC X(30) VALUE SPACES.               00235000
       01 WS-RPT-RECON.                                                 00236000
           05 RPT-R-TEXT          PIC X(80).                            00237000
       LINKAGE SECTION.                                                 00238000
                                                                        00239000
       PROCEDURE DIVISION.                                              00240000
       A-PARA.                                                          00241000
           DISPLAY 'CBLDB2W'.                                           00242000
                                                                        00243000
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.                   00244000
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-Y.                           00245000
           MOVE WS-RUN-MM TO WS-RUN-DATE-M.                             00246000
           MOVE WS-RUN-DD TO WS-RUN-DATE-D.                             00247000
           PERFORM M-PARA THRU M-EXIT                                   00248000
              VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 12.       00249000
                                                                        00250000
           OPEN OUTPUT REPT-FILE.                                       00251000
           IF WS-REPTSTAT NOT = '00'                                    00252000
              DISPLAY 'REPTDD OPEN FAILED - STATUS:'WS-REPTSTAT         00253000
              MOVE 210 TO ABEND-CODE                                    00254000
              CALL 'CEE3ABD' USING ABEND-CODE                           00255000
           END-IF.                                                      00256000
                                                                        00257000
           EXEC SQL                                                     00258000
              DECLARE DTLCHK-CSR CURSOR FOR                             00259000
              SELECT PNAME, DOB, EMPLOYEE_ID, DEPT_CD, HIRE_DATE,       00260000
                     EMP_STATUS, STAT_EFF_DATE                          00261000
              FROM PERSNLDTL                                            00262000
              ORDER BY EMPLOYEE_ID                                      00263000
           END-EXEC.                                                    00264000
                                                                        00265000
           EXEC SQL                                                     00266000
              DECLARE HSTCHK-CSR CURSOR FOR                             00267000
              SELECT EMPLOYEE_ID, EFF_FROM_TS, EFF_TO_TS                00268000
              FROM PERSNLHST                                            00269000
              ORDER BY EMPLOYEE_ID, EFF_TO_TS                           00270000
           END-EXEC.                                                    00271000
                                                                        00272000
           EXEC SQL                                                     00273000
              DECLARE ORPHAN-CSR CURSOR FOR                             00274000
              SELECT H.EMPLOYEE_ID, COUNT(*)                            00275000
              FROM PERSNLHST H                                          00276000
              WHERE NOT EXISTS                                          00277000
                 (SELECT 1 FROM PERSNLDTL P                             00278000
                  WHERE P.EMPLOYEE_ID = H.EMPLOYEE_ID)                  00279000
              GROUP BY H.EMPLOYEE_ID                                    00280000
              ORDER BY H.EMPLOYEE_ID                                    00281000
           END-EXEC.                                                    00282000
                                                                        00283000
           EXEC SQL                                                     00284000
              DECLARE NODEPT-CSR CURSOR FOR                             00285000
              SELECT P.EMPLOYEE_ID, P.DEPT_CD                           00286000
              FROM PERSNLDTL P                                          00287000
              WHERE P.EMP_STATUS = 'A'                                  00288000
                AND NOT EXISTS                                          00289000
                 (SELECT 1 FROM DEPTMAST D                              00290000
                  WHERE D.DEPT_CD = P.DEPT_CD)                          00291000
              ORDER BY P.EMPLOYEE_ID                                    00292000
           END-EXEC.                                                    00293000
                                                                        00294000
           PERFORM K-PARA THRU K-EXIT.                                  00295000
           PERFORM C-PARA THRU C-EXIT.                                  00296000
           PERFORM E-PARA THRU E-EXIT.                                  00297000
           PERFORM N-PARA THRU N-EXIT.                                  00298000
           PERFORM H-PARA THRU H-EXIT.                                  00299000
           PERFORM O-PARA THRU O-EXIT.                                  00300000
                                                                        00301000
           IF WS-MIRR-OPEN                                              00302000
              CLOSE EMP-FILE                                            00303000
           END-IF.                                                      00304000
                                                                        00305000
           PERFORM D-PARA THRU D-EXIT.                                  00306000
           CLOSE REPT-FILE.                                             00307000
                                                                        00308000
           DISPLAY 'SEVERE EXCEPTIONS:'WS-SEVERE-TOTAL.                 00309000
           DISPLAY 'WARNING EXCEPTIONS:'WS-WARN-TOTAL.                  00310000
           DISPLAY 'SWEEP RETURN CODE:'WS-SWEEP-RC.                     00311000
           MOVE WS-SWEEP-RC TO RETURN-CODE.                             00312000
                                                                        00313000
           STOP RUN.                                                    00314000
       A-EXIT.                                                          00315000
           EXIT.                                                        00316000
                                                                        00317000
       M-PARA.                                                          00318000
           MOVE ZERO TO WS-CAT-COUNT (WS-CAT-IX).                       00319000
       M-EXIT.                                                          00320000
           EXIT.                                                        00321000
                                                                        00322000
      *---------------------------------------------------------------- 00323000
      * K-PARA - OPEN THE MIRROR AND PICK UP ITS CONTROL RECORD         00324000
      * (RESERVED KEY '00000000', FIRST IN KEY ORDER). A MIRROR THAT    00325000
      * CANNOT BE OPENED IS A WARNING, NOT A REASON TO STOP THE         00326000
      * SWEEP OF THE TABLES.                                            00327000
      *---------------------------------------------------------------- 00328000
       K-PARA.                                                          00329000
           OPEN INPUT EMP-FILE.                                         00330000
           IF WS-EMPSTAT NOT = '00'                                     00331000
              DISPLAY 'EMPMSTDD OPEN FAILED - STATUS:'WS-EMPSTAT        00332000
              MOVE 'Y' TO WS-MIRR-EOF-SW                                00333000
              MOVE HIGH-VALUES TO WS-MIRR-KEY                           00334000
              GO TO K-EXIT                                              00335000
           END-IF.                                                      00336000
           MOVE 'Y' TO WS-MIRR-SW.                                      00337000
                                                                        00338000
           PERFORM G-PARA THRU G-EXIT.                                  00339000
           IF NOT WS-MIRR-EOF AND WS-MIRR-KEY = '00000000'              00340000
              MOVE EC-GENERATION TO WS-MIRR-GENERATION                  00341000
              MOVE EC-RUN-DATE TO WS-MIRR-RUN-DATE                      00342000
              PERFORM G-PARA THRU G-EXIT                                00343000
           END-IF.                                                      00344000
       K-EXIT.                                                          00345000
           EXIT.                                                        00346000
                                                                        00347000
       G-PARA.                                                          00348000
           READ EMP-FILE                                                00349000
               AT END                                                   00350000
                   MOVE 'Y' TO WS-MIRR-EOF-SW                           00351000
                   MOVE HIGH-VALUES TO WS-MIRR-KEY                      00352000
                   GO TO G-EXIT                                         00353000
           END-READ.                                                    00354000
           IF WS-EMPSTAT NOT = '00'                                     00355000
              DISPLAY 'EMPMSTDD READ FAILED - STATUS:'WS-EMPSTAT        00356000
              MOVE 202 TO ABEND-CODE                                    00357000
              CALL 'CEE3ABD' USING ABEND-CODE                           00358000
           END-IF.                                                      00359000
           MOVE EM-EMPLOYEE-ID TO WS-MIRR-KEY.                          00360000
           IF WS-MIRR-KEY NOT = '00000000'                              00361000
              ADD 1 TO WS-MIRR-COUNT                                    00362000
           END-IF.                                                      00363000
       G-EXIT.                                                          00364000
           EXIT.                                                        00365000
                                                                        00366000
       C-PARA.                                                          00367000
           MOVE WS-RPT-TITLE TO REPT-REC.                               00368000
           WRITE REPT-REC.                                              00369000
           MOVE WS-RUN-DATE TO RPT-P-DATE.                              00370000
           MOVE WS-RPT-PARMLN TO REPT-REC.                              00371000
           WRITE REPT-REC.                                              00372000
           IF WS-MIRR-OPEN                                              00373000
              MOVE WS-MIRR-GENERATION TO RPT-M-GENERATION               00374000
              MOVE WS-MIRR-RUN-DATE TO RPT-M-RUN-DATE                   00375000
              MOVE WS-RPT-MIRRLN TO REPT-REC                            00376000
              WRITE REPT-REC                                            00377000
           END-IF.                                                      00378000
           MOVE SPACES TO REPT-REC.                                     00379000
           WRITE REPT-REC.                                              00380000
           MOVE WS-RPT-COLHDG TO REPT-REC.                              00381000
           WRITE REPT-REC.                                              00382000
           MOVE SPACES TO REPT-REC.                                     00383000
           WRITE REPT-REC.                                              00384000
                                                                        00385000
           IF NOT WS-MIRR-OPEN                                          00386000
              MOVE 12 TO WS-CAT-IX                                      00387000
              MOVE SPACES TO WS-EMPLOYEE-ID                             00388000
              MOVE 'EMPMSTDD COULD NOT BE OPENED' TO WS-NOTE            00389000
              PERFORM X-PARA THRU X-EXIT                                00390000
           END-IF.                                                      00391000
       C-EXIT.                                                          00392000
           EXIT.                                                        00393000
                                                                        00394000
      *---------------------------------------------------------------- 00395000
      * E-PARA - PERSNLDTL PASS. ROW-LEVEL EDITS, AND A MATCH AGAINST   00396000
      * THE MIRROR, WHICH IS READ IN THE SAME EMPLOYEE_ID ORDER.        00397000
      *---------------------------------------------------------------- 00398000
       E-PARA.                                                          00399000
           EXEC SQL                                                     00400000
              OPEN DTLCHK-CSR                                           00401000
           END-EXEC.                                                    00402000
           PERFORM V-PARA THRU V-EXIT.                                  00403000
                                                                        00404000
           MOVE 'N' TO WS-EOF-SW.                                       00405000
           PERFORM E-010-FETCH THRU E-010-EXIT                          00406000
              UNTIL WS-EOF-YES.                                         00407000
                                                                        00408000
           EXEC SQL                                                     00409000
              CLOSE DTLCHK-CSR                                          00410000
           END-EXEC.                                                    00411000
                                                                        00412000
           MOVE HIGH-VALUES TO WS-EMPLOYEE-ID.                          00413000
           PERFORM Q-010-ONLY THRU Q-010-EXIT                           00414000
              UNTIL WS-MIRR-EOF.                                        00415000
       E-EXIT.                                                          00416000
           EXIT.                                                        00417000
                                                                        00418000
       E-010-FETCH.                                                     00419000
           EXEC SQL                                                     00420000
              FETCH DTLCHK-CSR                                          00421000
              INTO :PNAME, :DOB, :EMPLOYEE-ID, :DEPT-CD, :HIRE-DATE,    00422000
                   :EMP-STATUS, :STAT-EFF-DATE                          00423000
           END-EXEC.                                                    00424000
                                                                        00425000
           MOVE SQLCODE TO WS-SQLCD.                                    00426000
           EVALUATE WS-SQLCD                                            00427000
              WHEN +100                                                 00428000
                 MOVE 'Y' TO WS-EOF-SW                                  00429000
                 GO TO E-010-EXIT                                       00430000
              WHEN ZERO                                                 00431000
                 CONTINUE                                               00432000
              WHEN OTHER                                                00433000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00434000
                 MOVE 202 TO ABEND-CODE                                 00435000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00436000
           END-EVALUATE.                                                00437000
           ADD 1 TO WS-DTL-COUNT.                                       00438000
           MOVE EMPLOYEE-ID TO WS-EMPLOYEE-ID.                          00439000
                                                                        00440000
           IF EMP-STATUS NOT = 'A' AND EMP-STATUS NOT = 'T'             00441000
              AND EMP-STATUS NOT = 'L'                                  00442000
              MOVE 1 TO WS-CAT-IX                                       00443000
              MOVE SPACES TO WS-NOTE                                    00444000
              STRING 'EMP_STATUS ''' EMP-STATUS ''''                    00445000
                 DELIMITED BY SIZE INTO WS-NOTE                         00446000
              END-STRING                                                00447000
              PERFORM X-PARA THRU X-EXIT                                00448000
           END-IF.                                                      00449000
                                                                        00450000
           IF STAT-EFF-DATE NOT = SPACES                                00451000
              AND STAT-EFF-DATE < HIRE-DATE                             00452000
              MOVE 2 TO WS-CAT-IX                                       00453000
              MOVE SPACES TO WS-NOTE                                    00454000
              STRING 'STAT_EFF_DATE ' STAT-EFF-DATE                     00455000
                 '  HIRE_DATE ' HIRE-DATE                               00456000
                 DELIMITED BY SIZE INTO WS-NOTE                         00457000
              END-STRING                                                00458000
              PERFORM X-PARA THRU X-EXIT                                00459000
           END-IF.                                                      00460000
                                                                        00461000
           IF DOB > HIRE-DATE                                           00462000
              MOVE 3 TO WS-CAT-IX                                       00463000
              MOVE SPACES TO WS-NOTE                                    00464000
              STRING 'DOB ' DOB '  HIRE_DATE ' HIRE-DATE                00465000
                 DELIMITED BY SIZE INTO WS-NOTE                         00466000
              END-STRING                                                00467000
              PERFORM X-PARA THRU X-EXIT                                00468000
           END-IF.                                                      00469000
                                                                        00470000
           PERFORM Q-PARA THRU Q-EXIT.                                  00471000
       E-010-EXIT.                                                      00472000
           EXIT.                                                        00473000
                                                                        00474000
      *---------------------------------------------------------------- 00475000
      * Q-PARA - MIRROR MATCH FOR THE CURRENT PERSNLDTL ROW. MIRROR     00476000
      * KEYS BELOW IT ARE MIRROR-ONLY; AN EQUAL KEY IS COMPARED FIELD   00477000
      * BY FIELD; OTHERWISE THE ROW IS MISSING FROM THE MIRROR.         00478000
      *---------------------------------------------------------------- 00479000
       Q-PARA.                                                          00480000
           IF NOT WS-MIRR-OPEN                                          00481000
              GO TO Q-EXIT                                              00482000
           END-IF.                                                      00483000
                                                                        00484000
           PERFORM Q-010-ONLY THRU Q-010-EXIT                           00485000
              UNTIL WS-MIRR-KEY NOT < WS-EMPLOYEE-ID.                   00486000
                                                                        00487000
           IF WS-MIRR-KEY NOT = WS-EMPLOYEE-ID                          00488000
              MOVE 10 TO WS-CAT-IX                                      00489000
              MOVE 'NO EMPMSTDD RECORD FOR THIS EMPLOYEE_ID' TO WS-NOTE 00490000
              PERFORM X-PARA THRU X-EXIT                                00491000
              GO TO Q-EXIT                                              00492000
           END-IF.                                                      00493000
                                                                        00494000
           PERFORM Q-020-COMPARE THRU Q-020-EXIT.                       00495000
           PERFORM G-PARA THRU G-EXIT.                                  00496000
       Q-EXIT.                                                          00497000
           EXIT.                                                        00498000
                                                                        00499000
       Q-010-ONLY.                                                      00500000
           IF WS-MIRR-KEY NOT = '00000000'                              00501000
              MOVE 11 TO WS-CAT-IX                                      00502000
              MOVE 'NO PERSNLDTL ROW FOR THIS MIRROR RECORD' TO WS-NOTE 00503000
              MOVE WS-EMPLOYEE-ID TO WS-PRIOR-EMPLOYEE-ID               00504000
              MOVE WS-MIRR-KEY TO WS-EMPLOYEE-ID                        00505000
              PERFORM X-PARA THRU X-EXIT                                00506000
              MOVE WS-PRIOR-EMPLOYEE-ID TO WS-EMPLOYEE-ID               00507000
           END-IF.                                                      00508000
           PERFORM G-PARA THRU G-EXIT.                                  00509000
       Q-010-EXIT.                                                      00510000
           EXIT.                                                        00511000
                                                                        00512000
       Q-020-COMPARE.                                                   00513000
           MOVE SPACES TO WS-NOTE.                                      00514000
           MOVE 1 TO WS-NOTE-PTR.                                       00515000
           STRING 'DIFFERS:' DELIMITED BY SIZE                          00516000
              INTO WS-NOTE WITH POINTER WS-NOTE-PTR                     00517000
           END-STRING.                                                  00518000
           IF EM-PNAME NOT = PNAME                                      00519000
              STRING ' PNAME' DELIMITED BY SIZE                         00520000
                 INTO WS-NOTE WITH POINTER WS-NOTE-PTR                  00521000
              END-STRING                                                00522000
           END-IF.                                                      00523000
           IF EM-DOB NOT = DOB                                          00524000
              STRING ' DOB' DELIMITED BY SIZE                           00525000
                 INTO WS-NOTE WITH POINTER WS-NOTE-PTR                  00526000
              END-STRING                                                00527000
           END-IF.                                                      00528000
           IF EM-DEPT-CD NOT = DEPT-CD                                  00529000
              STRING ' DEPT_CD' DELIMITED BY SIZE                       00530000
                 INTO WS-NOTE WITH POINTER WS-NOTE-PTR                  00531000
              END-STRING                                                00532000
           END-IF.                                                      00533000
           IF EM-HIRE-DATE NOT = HIRE-DATE                              00534000
              STRING ' HIRE_DATE' DELIMITED BY SIZE                     00535000
                 INTO WS-NOTE WITH POINTER WS-NOTE-PTR                  00536000
              END-STRING                                                00537000
           END-IF.                                                      00538000
           IF EM-EMP-STATUS NOT = EMP-STATUS                            00539000
              STRING ' EMP_STATUS' DELIMITED BY SIZE                    00540000
                 INTO WS-NOTE WITH POINTER WS-NOTE-PTR                  00541000
              END-STRING                                                00542000
           END-IF.                                                      00543000
           IF EM-STAT-EFF-DATE NOT = STAT-EFF-DATE                      00544000
              STRING ' STAT_EFF_DATE' DELIMITED BY SIZE                 00545000
                 INTO WS-NOTE WITH POINTER WS-NOTE-PTR                  00546000
              END-STRING                                                00547000
           END-IF.                                                      00548000
           IF WS-NOTE-PTR > 9                                           00549000
              MOVE 9 TO WS-CAT-IX                                       00550000
              PERFORM X-PARA THRU X-EXIT                                00551000
           END-IF.                                                      00552000
       Q-020-EXIT.                                                      00553000
           EXIT.                                                        00554000
                                                                        00555000
      *---------------------------------------------------------------- 00556000
      * N-PARA - ACTIVE EMPLOYEES WHOSE DEPT_CD IS NOT ON DEPTMAST.     00557000
      *---------------------------------------------------------------- 00558000
       N-PARA.                                                          00559000
           EXEC SQL                                                     00560000
              OPEN NODEPT-CSR                                           00561000
           END-EXEC.                                                    00562000
           PERFORM V-PARA THRU V-EXIT.                                  00563000
                                                                        00564000
           MOVE 'N' TO WS-EOF-SW.                                       00565000
           PERFORM N-010-FETCH THRU N-010-EXIT                          00566000
              UNTIL WS-EOF-YES.                                         00567000
                                                                        00568000
           EXEC SQL                                                     00569000
              CLOSE NODEPT-CSR                                          00570000
           END-EXEC.                                                    00571000
       N-EXIT.                                                          00572000
           EXIT.                                                        00573000
                                                                        00574000
       N-010-FETCH.                                                     00575000
           EXEC SQL                                                     00576000
              FETCH NODEPT-CSR                                          00577000
              INTO :EMPLOYEE-ID, :DEPT-CD                               00578000
           END-EXEC.                                                    00579000
                                                                        00580000
           MOVE SQLCODE TO WS-SQLCD.                                    00581000
           EVALUATE WS-SQLCD                                            00582000
              WHEN +100                                                 00583000
                 MOVE 'Y' TO WS-EOF-SW                                  00584000
                 GO TO N-010-EXIT                                       00585000
              WHEN ZERO                                                 00586000
                 CONTINUE                                               00587000
              WHEN OTHER                                                00588000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00589000
                 MOVE 202 TO ABEND-CODE                                 00590000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00591000
           END-EVALUATE.                                                00592000
                                                                        00593000
           MOVE EMPLOYEE-ID TO WS-EMPLOYEE-ID.                          00594000
           MOVE 4 TO WS-CAT-IX.                                         00595000
           MOVE SPACES TO WS-NOTE.                                      00596000
           STRING 'DEPT_CD ' DEPT-CD                                    00597000
              DELIMITED BY SIZE INTO WS-NOTE                            00598000
           END-STRING.                                                  00599000
           PERFORM X-PARA THRU X-EXIT.                                  00600000
       N-010-EXIT.                                                      00601000
           EXIT.                                                        00602000
                                                                        00603000
      *---------------------------------------------------------------- 00604000
      * H-PARA - PERSNLHST PERIOD CHAIN. IN EFF_TO_TS ORDER EACH        00605000
      * SNAPSHOT MUST START WHERE THE PRIOR ONE ENDED AND MUST END      00606000
      * AFTER IT STARTS. THE FIRST SNAPSHOT KEPT FOR AN EMPLOYEE IS     00607000
      * NOT CHAINED (ITS PREDECESSORS MAY HAVE BEEN ARCHIVED).          00608000
      *---------------------------------------------------------------- 00609000
       H-PARA.                                                          00610000
           EXEC SQL                                                     00611000
              OPEN HSTCHK-CSR                                           00612000
           END-EXEC.                                                    00613000
           PERFORM V-PARA THRU V-EXIT.                                  00614000
                                                                        00615000
           MOVE 'N' TO WS-EOF-SW.                                       00616000
           MOVE SPACES TO WS-PRIOR-EMPLOYEE-ID.                         00617000
           MOVE SPACES TO WS-PRIOR-EFF-TO-TS.                           00618000
           PERFORM H-010-FETCH THRU H-010-EXIT                          00619000
              UNTIL WS-EOF-YES.                                         00620000
                                                                        00621000
           EXEC SQL                                                     00622000
              CLOSE HSTCHK-CSR                                          00623000
           END-EXEC.                                                    00624000
       H-EXIT.                                                          00625000
           EXIT.                                                        00626000
                                                                        00627000
       H-010-FETCH.                                                     00628000
           EXEC SQL                                                     00629000
              FETCH HSTCHK-CSR                                          00630000
              INTO :HST-EMPLOYEE-ID, :HST-EFF-FROM-TS, :HST-EFF-TO-TS   00631000
           END-EXEC.                                                    00632000
                                                                        00633000
           MOVE SQLCODE TO WS-SQLCD.                                    00634000
           EVALUATE WS-SQLCD                                            00635000
              WHEN +100                                                 00636000
                 MOVE 'Y' TO WS-EOF-SW                                  00637000
                 GO TO H-010-EXIT                                       00638000
              WHEN ZERO                                                 00639000
                 CONTINUE                                               00640000
              WHEN OTHER                                                00641000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00642000
                 MOVE 202 TO ABEND-CODE                                 00643000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00644000
           END-EVALUATE.                                                00645000
           ADD 1 TO WS-HST-COUNT.                                       00646000
           MOVE HST-EMPLOYEE-ID TO WS-EMPLOYEE-ID.                      00647000
                                                                        00648000
           IF HST-EFF-FROM-TS NOT < HST-EFF-TO-TS                       00649000
              MOVE 7 TO WS-CAT-IX                                       00650000
              MOVE SPACES TO WS-NOTE                                    00651000
              STRING 'EFF_TO_TS ' HST-EFF-TO-TS                         00652000
                 DELIMITED BY SIZE INTO WS-NOTE                         00653000
              END-STRING                                                00654000
              PERFORM X-PARA THRU X-EXIT                                00655000
           END-IF.                                                      00656000
                                                                        00657000
           IF HST-EMPLOYEE-ID = WS-PRIOR-EMPLOYEE-ID                    00658000
              IF HST-EFF-FROM-TS < WS-PRIOR-EFF-TO-TS                   00659000
                 MOVE 5 TO WS-CAT-IX                                    00660000
                 MOVE SPACES TO WS-NOTE                                 00661000
                 STRING 'EFF_TO_TS ' HST-EFF-TO-TS                      00662000
                    DELIMITED BY SIZE INTO WS-NOTE                      00663000
                 END-STRING                                             00664000
                 PERFORM X-PARA THRU X-EXIT                             00665000
              END-IF                                                    00666000
              IF HST-EFF-FROM-TS > WS-PRIOR-EFF-TO-TS                   00667000
                 MOVE 6 TO WS-CAT-IX                                    00668000
                 MOVE SPACES TO WS-NOTE                                 00669000
                 STRING 'EFF_TO_TS ' HST-EFF-TO-TS                      00670000
                    DELIMITED BY SIZE INTO WS-NOTE                      00671000
                 END-STRING                                             00672000
                 PERFORM X-PARA THRU X-EXIT                             00673000
              END-IF                                                    00674000
           END-IF.                                                      00675000
                                                                        00676000
           MOVE HST-EMPLOYEE-ID TO WS-PRIOR-EMPLOYEE-ID.                00677000
           MOVE HST-EFF-TO-TS TO WS-PRIOR-EFF-TO-TS.                    00678000
       H-010-EXIT.                                                      00679000
           EXIT.                                                        00680000
                                                                        00681000
      *---------------------------------------------------------------- 00682000
      * O-PARA - HISTORY FOR EMPLOYEE_IDS NO LONGER ON PERSNLDTL.       00683000
      * ONE LINE PER EMPLOYEE_ID WITH ITS NUMBER OF HISTORY ROWS.       00684000
      *---------------------------------------------------------------- 00685000
       O-PARA.                                                          00686000
           EXEC SQL                                                     00687000
              OPEN ORPHAN-CSR                                           00688000
           END-EXEC.                                                    00689000
           PERFORM V-PARA THRU V-EXIT.                                  00690000
                                                                        00691000
           MOVE 'N' TO WS-EOF-SW.                                       00692000
           PERFORM O-010-FETCH THRU O-010-EXIT                          00693000
              UNTIL WS-EOF-YES.                                         00694000
                                                                        00695000
           EXEC SQL                                                     00696000
              CLOSE ORPHAN-CSR                                          00697000
           END-EXEC.                                                    00698000
       O-EXIT.                                                          00699000
           EXIT.                                                        00700000
                                                                        00701000
       O-010-FETCH.                                                     00702000
           EXEC SQL                                                     00703000
              FETCH ORPHAN-CSR                                          00704000
              INTO :HST-EMPLOYEE-ID, :WS-HST-ROWS                       00705000
           END-EXEC.                                                    00706000
                                                                        00707000
           MOVE SQLCODE TO WS-SQLCD.                                    00708000
           EVALUATE WS-SQLCD                                            00709000
              WHEN +100                                                 00710000
                 MOVE 'Y' TO WS-EOF-SW                                  00711000
                 GO TO O-010-EXIT                                       00712000
              WHEN ZERO                                                 00713000
                 CONTINUE                                               00714000
              WHEN OTHER                                                00715000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00716000
                 MOVE 202 TO ABEND-CODE                                 00717000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00718000
           END-EVALUATE.                                                00719000
                                                                        00720000
           MOVE HST-EMPLOYEE-ID TO WS-EMPLOYEE-ID.                      00721000
           MOVE 8 TO WS-CAT-IX.                                         00722000
           MOVE WS-HST-ROWS TO WS-HST-ROWS-ED.                          00723000
           MOVE SPACES TO WS-NOTE.                                      00724000
           STRING 'HISTORY ROWS ' WS-HST-ROWS-ED                        00725000
              DELIMITED BY SIZE INTO WS-NOTE                            00726000
           END-STRING.                                                  00727000
           PERFORM X-PARA THRU X-EXIT.                                  00728000
       O-010-EXIT.                                                      00729000
           EXIT.                                                        00730000
                                                                        00731000
      *---------------------------------------------------------------- 00732000
      * X-PARA - ONE EXCEPTION LINE FOR CATEGORY WS-CAT-IX, COUNTED     00733000
      * AGAINST THE CATEGORY AND ITS SEVERITY.                          00734000
      *---------------------------------------------------------------- 00735000
       X-PARA.                                                          00736000
           ADD 1 TO WS-CAT-COUNT (WS-CAT-IX).                           00737000
           MOVE CT-NAME (WS-CAT-IX) TO RPT-D-CAT.                       00738000
           IF CT-SEVERE (WS-CAT-IX)                                     00739000
              MOVE 'SEVERE ' TO RPT-D-SEVERITY                          00740000
              ADD 1 TO WS-SEVERE-TOTAL                                  00741000
           ELSE                                                         00742000
              MOVE 'WARNING' TO RPT-D-SEVERITY                          00743000
              ADD 1 TO WS-WARN-TOTAL                                    00744000
           END-IF.                                                      00745000
           MOVE WS-EMPLOYEE-ID TO RPT-D-EMPLOYEE-ID.                    00746000
           MOVE WS-NOTE TO RPT-D-NOTE.                                  00747000
           MOVE WS-RPT-DETAIL TO REPT-REC.                              00748000
           WRITE REPT-REC.                                              00749000
       X-EXIT.                                                          00750000
           EXIT.                                                        00751000
                                                                        00752000
       V-PARA.                                                          00753000
           MOVE SQLCODE TO WS-SQLCD.                                    00754000
           IF WS-SQLCD NOT = ZERO                                       00755000
              DISPLAY 'CURSOR OPEN FAILED - SQLCODE:'WS-SQLCD           00756000
              MOVE 201 TO ABEND-CODE                                    00757000
              CALL 'CEE3ABD' USING ABEND-CODE                           00758000
           END-IF.                                                      00759000
       V-EXIT.                                                          00760000
           EXIT.                                                        00761000
                                                                        00762000
      *---------------------------------------------------------------- 00763000
      * D-PARA - COUNTS BY CATEGORY AND THE RETURN CODE SET FOR THE     00764000
      * CHAIN.                                                          00765000
      *---------------------------------------------------------------- 00766000
       D-PARA.                                                          00767000
           MOVE SPACES TO REPT-REC.                                     00768000
           WRITE REPT-REC.                                              00769000
           MOVE 'EXCEPTIONS BY CATEGORY' TO RPT-H-TEXT.                 00770000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00771000
           WRITE REPT-REC.                                              00772000
           MOVE WS-RPT-CATHDG TO REPT-REC.                              00773000
           WRITE REPT-REC.                                              00774000
           MOVE SPACES TO REPT-REC.                                     00775000
           WRITE REPT-REC.                                              00776000
           PERFORM D-010-CAT THRU D-010-EXIT                            00777000
              VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 12.       00778000
                                                                        00779000
           MOVE SPACES TO REPT-REC.                                     00780000
           WRITE REPT-REC.                                              00781000
           MOVE 'PERSNLDTL ROWS CHECKED' TO RPT-S-LABEL.                00782000
           MOVE WS-DTL-COUNT TO RPT-S-COUNT.                            00783000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00784000
           WRITE REPT-REC.                                              00785000
           MOVE 'PERSNLHST ROWS CHECKED' TO RPT-S-LABEL.                00786000
           MOVE WS-HST-COUNT TO RPT-S-COUNT.                            00787000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00788000
           WRITE REPT-REC.                                              00789000
           MOVE 'MIRROR RECORDS CHECKED' TO RPT-S-LABEL.                00790000
           MOVE WS-MIRR-COUNT TO RPT-S-COUNT.                           00791000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00792000
           WRITE REPT-REC.                                              00793000
           MOVE 'SEVERE EXCEPTIONS' TO RPT-S-LABEL.                     00794000
           MOVE WS-SEVERE-TOTAL TO RPT-S-COUNT.                         00795000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00796000
           WRITE REPT-REC.                                              00797000
           MOVE 'WARNING EXCEPTIONS' TO RPT-S-LABEL.                    00798000
           MOVE WS-WARN-TOTAL TO RPT-S-COUNT.                           00799000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00800000
           WRITE REPT-REC.                                              00801000
                                                                        00802000
           EVALUATE TRUE                                                00803000
              WHEN WS-SEVERE-TOTAL > ZERO                               00804000
                 MOVE 8 TO WS-SWEEP-RC                                  00805000
                 MOVE                                                   00806000
                 'RESULT: *** SEVERE *** RC 8 - MORNING EXTRACT HELD'   00807000
                    TO RPT-R-TEXT                                       00808000
              WHEN WS-WARN-TOTAL > ZERO                                 00809000
                 MOVE 4 TO WS-SWEEP-RC                                  00810000
                 MOVE 'RESULT: WARNINGS ONLY - RC 4' TO RPT-R-TEXT      00811000
              WHEN OTHER                                                00812000
                 MOVE ZERO TO WS-SWEEP-RC                               00813000
                 MOVE 'RESULT: CLEAN - RC 0' TO RPT-R-TEXT              00814000
           END-EVALUATE.                                                00815000
           MOVE SPACES TO REPT-REC.                                     00816000
           WRITE REPT-REC.                                              00817000
           MOVE WS-RPT-RECON TO REPT-REC.                               00818000
           WRITE REPT-REC.                                              00819000
       D-EXIT.                                                          00820000
           EXIT.                                                        00821000
                                                                        00822000
       D-010-CAT.                                                       00823000
           MOVE CT-NAME (WS-CAT-IX) TO RPT-C-CAT.                       00824000
           MOVE CT-DESC (WS-CAT-IX) TO RPT-C-DESC.                      00825000
           IF CT-SEVERE (WS-CAT-IX)                                     00826000
              MOVE 'SEVERE ' TO RPT-C-SEVERITY                          00827000
           ELSE                                                         00828000
              MOVE 'WARNING' TO RPT-C-SEVERITY                          00829000
           END-IF.                                                      00830000
           MOVE WS-CAT-COUNT (WS-CAT-IX) TO RPT-C-COUNT.                00831000
           MOVE WS-RPT-CATLN TO REPT-REC.                               00832000
           WRITE REPT-REC.                                              00833000
       D-010-EXIT.                                                      00834000
           EXIT.                                                        00835000
