       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. CBLDB2U.                                             00002000
       AUTHOR. HR-SYSTEMS-BATCH.                                        00003000
       INSTALLATION. HR-SYSTEMS.                                        00004000
       DATE-WRITTEN. 10/15/2026.                                        00005000
       DATE-COMPILED.                                                   00006000
      *REMARKS.                                                         00007000
      *    MASKED TEST-DATA REFRESH UNLOAD. COPIES PERSNLDTL,           00008000
      *    PERSNLHST AND DEPTMAST INTO LOAD-READY FILES (MSKDTLDD,      00009000
      *    MSKHSTDD, MSKDPTDD - ONE RECORD PER ROW IN TABLE COLUMN      00010000
      *    ORDER, THE SAME LAYOUT CBLDB2K ARCHIVES PERSNLHST IN) FOR    00011000
      *    THE TEST DB2 REGION, WITH THE PERSONAL DATA MASKED:          00012000
      *      PNAME - REPLACED BY A PSEUDONYM BUILT FROM THE             00013000
      *              EMPLOYEE_ID ALONE, SO ONE PERSON HAS THE SAME      00014000
      *              MADE-UP NAME ON EVERY PERSNLDTL AND PERSNLHST      00015000
      *              ROW AND NO TWO EMPLOYEE_IDS SHARE ONE. AN          00016000
      *              EMPLOYEE_ID THAT IS NOT ALL DIGITS GETS A BLANK    00016100
      *              PNAME AND IS LISTED AS A MASKING EXCEPTION.        00016200
      *      DOB   - MOVED BACK BY A PER-EMPLOYEE OFFSET OF 1 TO 60     00017000
      *              DAYS, ALSO DRIVEN BY THE EMPLOYEE_ID. AGES STAY    00018000
      *              WITHIN TWO MONTHS AND A DOB THAT WAS BEFORE THE    00019000
      *              HIRE DATE STAYS BEFORE IT ON EVERY ROW.            00020000
      *    EMPLOYEE_ID, DEPT_CD, HIRE_DATE, STATUSES, LOAD_TS AND THE   00021000
      *    EFFECTIVE TIMESTAMPS ARE COPIED UNCHANGED SO HISTORY CHAINS  00022000
      *    STILL LINE UP. DEPTMAST HOLDS NO PERSONAL DATA AND IS        00023000
      *    COPIED AS IT STANDS.                                         00024000
      *    THE BALANCING REPORT (REPTDD) SHOWS, PER TABLE, THE DB2 ROW  00025000
      *    COUNT, ROWS UNLOADED AND RECORDS WRITTEN, AND PROVES THE     00026000
      *    MASKING: EVERY MASKED PNAME/DOB PAIR IS LOOKED UP ON         00027000
      *    PERSNLDTL AND PERSNLHST AND MUST NOT BE A REAL PAIR. IF      00028000
      *    ONE IS, OR THE COUNTS DO NOT BALANCE, THE STEP ABENDS        00029000
      *    AFTER THE REPORT SO THE FILES ARE NOT CATALOGUED FOR THE     00030000
      *    TEST LOAD.                                                   00031000
      *---------------------------------------------------------------- 00032000
      * MODIFICATION HISTORY                                            00033000
      *---------------------------------------------------------------- 00034000
      * DATE       BY    DESCRIPTION                                    00035000
      * ---------- ----- ---------------------------------------------- 00036000
      * 10/15/2026 RKS   ORIGINAL PROGRAM.                              00037000
      * 10/15/2026 RKS   A NON-NUMERIC EMPLOYEE_ID NO LONGER HAS ITS    00037100
      *                  LETTERS FOLDED TO DIGITS (TWO IDS COULD SHARE A00037200
      *                  PSEUDONYM). ITS PNAME IS BLANKED AND THE ROW IS00037300
      *                  LISTED AS A MASKING EXCEPTION.                 00037400
      * 10/15/2026 RKS   A DOB WHOSE DAY IS NOT 01 THROUGH THE LENGTH OF00037500
      *                  ITS MONTH (FEBRUARY 29 IN LEAP YEARS) IS NOW   00037600
      *                  TREATED AS NOT A DATE AND MASKED TO 1900-01-01.00037700
      *---------------------------------------------------------------- 00038000
       ENVIRONMENT DIVISION.                                            00039000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00041000
           SELECT MDTL-FILE     ASSIGN TO MSKDTLDD                      00042000
                                ORGANIZATION SEQUENTIAL                 00043000
                                ACCESS SEQUENTIAL                       00044000
                                FILE STATUS WS-MDTSTAT.                 00045000
           SELECT MHST-FILE     ASSIGN TO MSKHSTDD                      00046000
                                ORGANIZATION SEQUENTIAL                 00047000
                                ACCESS SEQUENTIAL                       00048000
                                FILE STATUS WS-MHSSTAT.                 00049000
           SELECT MDPT-FILE     ASSIGN TO MSKDPTDD                      00050000
                                ORGANIZATION SEQUENTIAL                 00051000
                                ACCESS SEQUENTIAL                       00052000
                                FILE STATUS WS-MDPSTAT.                 00053000
           SELECT REPT-FILE     ASSIGN TO REPTDD                        00054000
                                ORGANIZATION SEQUENTIAL                 00055000
                                ACCESS SEQUENTIAL                       00056000
                                FILE STATUS WS-REPTSTAT.                00057000
       DATA DIVISION.                                                   00058000
       FILE SECTION.                                                    00059000
       FD MDTL-FILE.                                                    00060000
       01 MDTL-REC.                                                     00061000
           05 MD-PNAME          PIC X(10).                              00062000
           05 MD-DOB            PIC X(10).                              00063000
           05 MD-EMPLOYEE-ID    PIC X(08).                              00064000
           05 MD-DEPT-CD        PIC X(04).                              00065000
           05 MD-HIRE-DATE      PIC X(10).                              00066000
           05 MD-LOAD-TS        PIC X(26).                              00067000
           05 MD-EMP-STATUS     PIC X(01).                              00068000
           05 MD-STAT-EFF-DATE  PIC X(10).                              00069000
       FD MHST-FILE.                                                    00070000
       01 MHST-REC.                                                     00071000
           05 MH-PNAME          PIC X(10).                              00072000
           05 MH-DOB            PIC X(10).                              00073000
           05 MH-EMPLOYEE-ID    PIC X(08).                              00074000
           05 MH-DEPT-CD        PIC X(04).                              00075000
           05 MH-HIRE-DATE      PIC X(10).                              00076000
           05 MH-EFF-FROM-TS    PIC X(26).                              00077000
           05 MH-EFF-TO-TS      PIC X(26).                              00078000
           05 MH-EMP-STATUS     PIC X(01).                              00079000
           05 MH-STAT-EFF-DATE  PIC X(10).                              00080000
       FD MDPT-FILE.                                                    00081000
       01 MDPT-REC.                                                     00082000
           05 MP-DEPT-CD        PIC X(04).                              00083000
           05 MP-DEPT-NAME      PIC X(30).                              00084000
           05 MP-ACTV-FLAG      PIC X(01).                              00085000
       FD REPT-FILE.                                                    00086000
       01 REPT-REC              PIC X(80).                              00087000
       WORKING-STORAGE SECTION.                                         00088000
       01 WS-SQLCD PIC S9(9) SIGN LEADING SEPARATE.                     00089000
       EXEC SQL                                                         00090000
       INCLUDE COPY1                                                    00091000
       END-EXEC.                                                        00092000
                                                                        00093000
       EXEC SQL                                                         00094000
       INCLUDE COPY2                                                    00095000
       END-EXEC.                                                        00096000
                                                                        00097000
       EXEC SQL                                                         00098000
       INCLUDE COPY3                                                    00099000
       END-EXEC.                                                        00100000
                                                                        00101000
       EXEC SQL                                                         00102000
          INCLUDE SQLCA                                                 00103000
       END-EXEC.                                                        00104000
                                                                        00105000
       01 WS-EMPLOYEE-ID PIC X(08).                                     00106000
       01 WS-PNAME PIC X(10).                                           00107000
       01 WS-DOB PIC X(10).                                             00108000
       01 WS-DOB-BRK REDEFINES WS-DOB.                                  00109000
           05 WS-DOB-YYYY       PIC X(04).                              00110000
           05 WS-DOB-DASH1      PIC X(01).                              00111000
           05 WS-DOB-MM         PIC X(02).                              00112000
           05 WS-DOB-DASH2      PIC X(01).                              00113000
           05 WS-DOB-DD         PIC X(02).                              00114000
       01 WS-MSK-PNAME PIC X(10).                                       00115000
       01 WS-MSK-PNAME-BRK REDEFINES WS-MSK-PNAME.                      00116000
           05 WS-MSK-LETTER     PIC X(01) OCCURS 10 TIMES.              00117000
       01 WS-MSK-DOB PIC X(10).                                         00118000
       01 WS-LAST-EMPLOYEE-ID PIC X(08) VALUE SPACES.                   00119000
       01 WS-LAST-PNAME PIC X(10) VALUE SPACES.                         00120000
       01 WS-LAST-DOB PIC X(10) VALUE SPACES.                           00121000
       01 WS-TABLE-NAME PIC X(09).                                      00122000
       01 WS-NOTE PIC X(40).                                            00123000
       01 WS-DB2-COUNT          PIC S9(9) COMP.                         00124000
       01 WS-REAL-DTL-CNT       PIC S9(9) COMP.                         00125000
       01 WS-REAL-HST-CNT       PIC S9(9) COMP.                         00126000
                                                                        00127000
      *---------------------------------------------------------------- 00128000
      * PSEUDONYM WORK FIELDS. THE EMPLOYEE_ID IS SCRAMBLED BY A        00129000
      * MULTIPLIER PRIME TO 10**8, WHICH MAPS EVERY 8-DIGIT ID TO A     00130000
      * DIFFERENT 8-DIGIT NUMBER. EACH PAIR OF DIGITS (00-99) THEN      00131000
      * PICKS ONE OF 20 CONSONANTS AND ONE OF 5 VOWELS, GIVING AN       00132000
      * 8-LETTER NAME THAT IS UNIQUE TO THE ID. AN ID THAT IS NOT ALL   00133000
      * DIGITS GETS NO PSEUDONYM.                                       00134000
      *---------------------------------------------------------------- 00135000
       01 WS-ID-WORK            PIC X(08).                              00136000
       01 WS-ID-NUM REDEFINES WS-ID-WORK PIC 9(08).                     00137000
       01 WS-SCRAM-PROD         PIC 9(17) COMP.                         00138000
       01 WS-SCRAM-QUOT         PIC 9(17) COMP.                         00139000
       01 WS-SCRAM-NUM          PIC 9(08).                              00140000
       01 WS-SCRAM-BRK REDEFINES WS-SCRAM-NUM.                          00141000
           05 WS-SCRAM-PAIR     PIC 9(02) OCCURS 4 TIMES.               00142000
       01 WS-PAIR-IX            PIC 9(02) COMP.                         00143000
       01 WS-LETTER-IX          PIC 9(02) COMP.                         00144000
       01 WS-CONS-IX            PIC 9(02) COMP.                         00145000
       01 WS-VOWL-IX            PIC 9(02) COMP.                         00146000
       01 WS-CONS-DATA          PIC X(20) VALUE                         00147000
           'BCDFGHJKLMNPRSTVWXYZ'.                                      00148000
       01 WS-CONS-TABLE REDEFINES WS-CONS-DATA.                         00149000
           05 WS-CONS           PIC X(01) OCCURS 20 TIMES.              00150000
       01 WS-VOWL-DATA          PIC X(05) VALUE 'AEIOU'.                00151000
       01 WS-VOWL-TABLE REDEFINES WS-VOWL-DATA.                         00152000
           05 WS-VOWL           PIC X(01) OCCURS 5 TIMES.               00153000
                                                                        00154000
      *---------------------------------------------------------------- 00155000
      * CALENDAR WORK FIELDS - S-PARA SUBTRACTS WS-DAYS-TO-SUB DAYS     00156000
      * FROM THE DOB, WALKING MONTHS BACKWARD WITH THE DAYS-IN-MONTH    00157000
      * TABLE AND A FEBRUARY LEAP-YEAR ADJUSTMENT.                      00158000
      *---------------------------------------------------------------- 00159000
       01 WS-DIM-DATA           PIC X(24) VALUE                         00160000
           '312831303130313130313031'.                                  00161000
       01 WS-DIM-TABLE REDEFINES WS-DIM-DATA.                           00162000
           05 WS-DIM            PIC 9(02) OCCURS 12 TIMES.              00163000
       01 WS-DAYS-TO-SUB        PIC S9(04) COMP.                        00164000
       01 WS-WORK-YYYY          PIC S9(04) COMP.                        00165000
       01 WS-WORK-MM            PIC S9(04) COMP.                        00166000
       01 WS-WORK-DD            PIC S9(04) COMP.                        00167000
       01 WS-MONTH-DAYS         PIC S9(04) COMP.                        00168000
       01 WS-LEAP-REM           PIC S9(04) COMP.                        00169000
       01 WS-LEAP-QUOT          PIC S9(04) COMP.                        00170000
       01 WS-LEAP-SW            PIC X(01).                              00171000
           88 WS-LEAP-YES              VALUE 'Y'.                       00172000
       01 WS-OFFSET-QUOT        PIC 9(08) COMP.                         00173000
       01 WS-OFFSET-REM         PIC 9(04) COMP.                         00174000
       01 WS-DOB-MAXDD          PIC 9(02).                              00174500
       01 WS-CALC-DATE.                                                 00175000
           05 WS-CALC-YYYY      PIC 9(04).                              00176000
           05 FILLER            PIC X(01) VALUE '-'.                    00177000
           05 WS-CALC-MM        PIC 9(02).                              00178000
           05 FILLER            PIC X(01) VALUE '-'.                    00179000
           05 WS-CALC-DD        PIC 9(02).                              00180000
                                                                        00181000
       01 WS-RUN-DATE-RAW       PIC 9(08).                              00182000
       01 WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-RAW.                    00183000
           05 WS-RUN-YYYY       PIC X(04).                              00184000
           05 WS-RUN-MM         PIC X(02).                              00185000
           05 WS-RUN-DD         PIC X(02).                              00186000
       01 WS-RUN-DATE.                                                  00187000
           05 WS-RUN-DATE-Y     PIC X(04).                              00188000
           05 FILLER            PIC X(01) VALUE '-'.                    00189000
           05 WS-RUN-DATE-M     PIC X(02).                              00190000
           05 FILLER            PIC X(01) VALUE '-'.                    00191000
           05 WS-RUN-DATE-D     PIC X(02).                              00192000
                                                                        00193000
       01 WS-MDTSTAT PIC X(02).                                         00194000
       01 WS-MHSSTAT PIC X(02).                                         00195000
       01 WS-MDPSTAT PIC X(02).                                         00196000
       01 WS-REPTSTAT PIC X(02).                                        00197000
       01 ABEND-CODE PIC S9(9) COMP.                                    00198000
                                                                        00199000
       01 WS-SWITCHES.                                                  00200000
           05 WS-EOF-SW         PIC X(01) VALUE 'N'.                    00201000
              88 WS-EOF-YES              VALUE 'Y'.                     00202000
           05 WS-BALANCE-SW     PIC X(01) VALUE 'Y'.                    00203000
              88 WS-BALANCE-YES          VALUE 'Y'.                     00204000
                                                                        00205000
      *---------------------------------------------------------------- 00206000
      * PER-TABLE BALANCING: 1 PERSNLDTL, 2 PERSNLHST, 3 DEPTMAST.      00207000
      *---------------------------------------------------------------- 00208000
       01 WS-TBL-DATA.                                                  00209000
           05 FILLER    PIC X(09) VALUE 'PERSNLDTL'.                    00210000
           05 FILLER    PIC X(09) VALUE 'PERSNLHST'.                    00211000
           05 FILLER    PIC X(09) VALUE 'DEPTMAST '.                    00212000
       01 WS-TBL-TABLE REDEFINES WS-TBL-DATA.                           00213000
           05 WS-TBL-NAME       PIC X(09) OCCURS 3 TIMES.               00214000
       01 WS-TBL-COUNTS.                                                00215000
           05 WS-TBL-DB2        PIC S9(9) COMP OCCURS 3 TIMES.          00216000
           05 WS-TBL-READ       PIC 9(09) COMP OCCURS 3 TIMES.          00217000
           05 WS-TBL-WRITTEN    PIC 9(09) COMP OCCURS 3 TIMES.          00218000
       01 WS-TBL-IX             PIC 9(02) COMP.                         00219000
                                                                        00220000
       01 WS-MASKED-COUNT       PIC 9(09) COMP VALUE ZERO.              00221000
       01 WS-CHECKED-COUNT      PIC 9(09) COMP VALUE ZERO.              00222000
       01 WS-UNMASKED-COUNT     PIC 9(09) COMP VALUE ZERO.              00223000
       01 WS-SAMENAME-COUNT     PIC 9(09) COMP VALUE ZERO.              00224000
       01 WS-BADDOB-COUNT       PIC 9(09) COMP VALUE ZERO.              00225000
       01 WS-BADID-COUNT        PIC 9(09) COMP VALUE ZERO.              00226000
                                                                        00227000
       01 WS-RPT-TITLE.                                                 00228000
           05 FILLER    PIC X(55) VALUE                                 00229000
              'MASKED TEST-DATA UNLOAD - BALANCING REPORT'.             00230000
           05 FILLER    PIC X(25) VALUE SPACES.                         00231000
       01 WS-RPT-PARMLN.                                                00232000
           05 FILLER              PIC X(13) VALUE 'RUN DATE:    '.      00233000
           05 RPT-P-DATE          PIC X(10).                            00234000
           05 FILLER              PIC X(57) VALUE SPACES.               00235000
       01 WS-RPT-SECTHDG.                                               00236000
           05 RPT-H-TEXT          PIC X(80).                            00237000
       01 WS-RPT-COLHDG.                                                00238000
           05 FILLER    PIC X(40) VALUE                                 00239000
              'TABLE      EMPLOYEE  NOTE'.                              00240000
           05 FILLER    PIC X(40) VALUE SPACES.                         00241000
       01 WS-RPT-DETAIL.                                                00242000
           05 RPT-D-TABLE         PIC X(09).                            00243000
           05 FILLER              PIC X(02) VALUE SPACES.               00244000
           05 RPT-D-EMPLOYEE-ID   PIC X(08).                            00245000
           05 FILLER              PIC X(02) VALUE SPACES.               00246000
           05 RPT-D-NOTE          PIC X(40).                            00247000
           05 FILLER              PIC X(19) VALUE SPACES.               00248000
       01 WS-RPT-TBLHDG.                                                00249000
           05 FILLER    PIC X(50) VALUE                                 00250000
              'TABLE            DB2 ROWS    UNLOADED     WRITTEN'.      00251000
           05 FILLER    PIC X(30) VALUE '  STATUS'.                     00252000
       01 WS-RPT-TBLLN.                                                 00253000
           05 RPT-T-TABLE         PIC X(09).                            00254000
           05 FILLER              PIC X(05) VALUE SPACES.               00255000
           05 RPT-T-DB2           PIC ZZZZZZZZZZ9.                      00256000
           05 FILLER              PIC X(01) VALUE SPACES.               00257000
           05 RPT-T-READ          PIC ZZZZZZZZZZ9.                      00258000
           05 FILLER              PIC X(01) VALUE SPACES.               00259000
           05 RPT-T-WRITTEN       PIC ZZZZZZZZZZ9.                      00260000
           05 FILLER              PIC X(02) VALUE SPACES.               00261000
           05 RPT-T-STATUS        PIC X(10).                            00262000
           05 FILLER              PIC X(19) VALUE SPACES.               00263000
       01 WS-RPT-SUMMARY.                                               00264000
           05 RPT-S-LABEL         PIC X(40).                            00265000
           05 RPT-S-COUNT         PIC -9(9).                            00266000
           05 FILLER              PIC X(30) VALUE SPACES.               00267000
       01 WS-RPT-RECON.                                                 00268000
           05 RPT-R-TEXT          PIC X(80).                            00269000
       LINKAGE SECTION.                                                 00270000
                                                                        00271000
       PROCEDURE DIVISION.                                              00272000
       A-PARA.                                                          00273000
           DISPLAY 'CBLDB2U'.                                           00274000
                                                                        00275000
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.                   00276000
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-Y.                           00277000
           MOVE WS-RUN-MM TO WS-RUN-DATE-M.                             00278000
           MOVE WS-RUN-DD TO WS-RUN-DATE-D.                             00279000
           PERFORM M-PARA THRU M-EXIT                                   00280000
              VARYING WS-TBL-IX FROM 1 BY 1 UNTIL WS-TBL-IX > 3.        00281000
                                                                        00282000
           OPEN OUTPUT MDTL-FILE.                                       00283000
           IF WS-MDTSTAT NOT = '00'                                     00284000
              DISPLAY 'MSKDTLDD OPEN FAILED - STATUS:'WS-MDTSTAT        00285000
              MOVE 210 TO ABEND-CODE                                    00286000
              CALL 'CEE3ABD' USING ABEND-CODE                           00287000
           END-IF.                                                      00288000
           OPEN OUTPUT MHST-FILE.                                       00289000
           IF WS-MHSSTAT NOT = '00'                                     00290000
              DISPLAY 'MSKHSTDD OPEN FAILED - STATUS:'WS-MHSSTAT        00291000
              MOVE 210 TO ABEND-CODE                                    00292000
              CALL 'CEE3ABD' USING ABEND-CODE                           00293000
           END-IF.                                                      00294000
           OPEN OUTPUT MDPT-FILE.                                       00295000
           IF WS-MDPSTAT NOT = '00'                                     00296000
              DISPLAY 'MSKDPTDD OPEN FAILED - STATUS:'WS-MDPSTAT        00297000
              MOVE 210 TO ABEND-CODE                                    00298000
              CALL 'CEE3ABD' USING ABEND-CODE                           00299000
           END-IF.                                                      00300000
           OPEN OUTPUT REPT-FILE.                                       00301000
           IF WS-REPTSTAT NOT = '00'                                    00302000
              DISPLAY 'REPTDD OPEN FAILED - STATUS:'WS-REPTSTAT         00303000
              MOVE 210 TO ABEND-CODE                                    00304000
              CALL 'CEE3ABD' USING ABEND-CODE                           00305000
           END-IF.                                                      00306000
                                                                        00307000
           EXEC SQL                                                     00308000
              DECLARE DTLUNL-CSR CURSOR FOR                             00309000
              SELECT PNAME, DOB, EMPLOYEE_ID, DEPT_CD, HIRE_DATE,       00310000
                     LOAD_TS, EMP_STATUS, STAT_EFF_DATE                 00311000
              FROM PERSNLDTL                                            00312000
              ORDER BY EMPLOYEE_ID                                      00313000
           END-EXEC.                                                    00314000
                                                                        00315000
           EXEC SQL                                                     00316000
              DECLARE HSTUNL-CSR CURSOR FOR                             00317000
              SELECT PNAME, DOB, EMPLOYEE_ID, DEPT_CD, HIRE_DATE,       00318000
                     EFF_FROM_TS, EFF_TO_TS, EMP_STATUS,                00319000
                     STAT_EFF_DATE                                      00320000
              FROM PERSNLHST                                            00321000
              ORDER BY EMPLOYEE_ID, EFF_TO_TS                           00322000
           END-EXEC.                                                    00323000
                                                                        00324000
           EXEC SQL                                                     00325000
              DECLARE DPTUNL-CSR CURSOR FOR                             00326000
              SELECT DEPT_CD, DEPT_NAME, ACTV_FLAG                      00327000
              FROM DEPTMAST                                             00328000
              ORDER BY DEPT_CD                                          00329000
           END-EXEC.                                                    00330000
                                                                        00331000
           PERFORM C-PARA THRU C-EXIT.                                  00332000
           PERFORM N-PARA THRU N-EXIT.                                  00333000
           PERFORM E-PARA THRU E-EXIT.                                  00334000
           PERFORM H-PARA THRU H-EXIT.                                  00335000
           PERFORM G-PARA THRU G-EXIT.                                  00336000
                                                                        00337000
           CLOSE MDTL-FILE.                                             00338000
           CLOSE MHST-FILE.                                             00339000
           CLOSE MDPT-FILE.                                             00340000
                                                                        00341000
           PERFORM D-PARA THRU D-EXIT.                                  00342000
           CLOSE REPT-FILE.                                             00343000
                                                                        00344000
           IF WS-UNMASKED-COUNT > ZERO                                  00345000
              DISPLAY 'UNMASKED PNAME/DOB PAIRS FOUND:'                 00346000
                 WS-UNMASKED-COUNT                                      00347000
              MOVE 250 TO ABEND-CODE                                    00348000
              CALL 'CEE3ABD' USING ABEND-CODE                           00349000
           END-IF.                                                      00350000
           IF NOT WS-BALANCE-YES                                        00351000
              DISPLAY 'UNLOAD COUNTS DO NOT BALANCE - SEE REPTDD'       00352000
              MOVE 241 TO ABEND-CODE                                    00353000
              CALL 'CEE3ABD' USING ABEND-CODE                           00354000
           END-IF.                                                      00355000
                                                                        00356000
           STOP RUN.                                                    00357000
       A-EXIT.                                                          00358000
           EXIT.                                                        00359000
                                                                        00360000
       M-PARA.                                                          00361000
           MOVE ZERO TO WS-TBL-DB2 (WS-TBL-IX).                         00362000
           MOVE ZERO TO WS-TBL-READ (WS-TBL-IX).                        00363000
           MOVE ZERO TO WS-TBL-WRITTEN (WS-TBL-IX).                     00364000
       M-EXIT.                                                          00365000
           EXIT.                                                        00366000
                                                                        00367000
       C-PARA.                                                          00368000
           MOVE WS-RPT-TITLE TO REPT-REC.                               00369000
           WRITE REPT-REC.                                              00370000
           MOVE WS-RUN-DATE TO RPT-P-DATE.                              00371000
           MOVE WS-RPT-PARMLN TO REPT-REC.                              00372000
           WRITE REPT-REC.                                              00373000
           MOVE SPACES TO REPT-REC.                                     00374000
           WRITE REPT-REC.                                              00375000
           MOVE 'MASKING EXCEPTIONS' TO RPT-H-TEXT.                     00376000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00377000
           WRITE REPT-REC.                                              00378000
           MOVE WS-RPT-COLHDG TO REPT-REC.                              00379000
           WRITE REPT-REC.                                              00380000
           MOVE SPACES TO REPT-REC.                                     00381000
           WRITE REPT-REC.                                              00382000
       C-EXIT.                                                          00383000
           EXIT.                                                        00384000
                                                                        00385000
      *---------------------------------------------------------------- 00386000
      * N-PARA - DB2 ROW COUNT OF EACH TABLE, FOR THE BALANCE.          00387000
      *---------------------------------------------------------------- 00388000
       N-PARA.                                                          00389000
           MOVE 1 TO WS-TBL-IX.                                         00390000
           EXEC SQL                                                     00391000
              SELECT COUNT(*)                                           00392000
              INTO :WS-DB2-COUNT                                        00393000
              FROM PERSNLDTL                                            00394000
           END-EXEC.                                                    00395000
           PERFORM N-010-CHECK THRU N-010-EXIT.                         00396000
           MOVE WS-DB2-COUNT TO WS-TBL-DB2 (WS-TBL-IX).                 00397000
           MOVE 2 TO WS-TBL-IX.                                         00398000
           EXEC SQL                                                     00399000
              SELECT COUNT(*)                                           00400000
              INTO :WS-DB2-COUNT                                        00401000
              FROM PERSNLHST                                            00402000
           END-EXEC.                                                    00403000
           PERFORM N-010-CHECK THRU N-010-EXIT.                         00404000
           MOVE WS-DB2-COUNT TO WS-TBL-DB2 (WS-TBL-IX).                 00405000
           MOVE 3 TO WS-TBL-IX.                                         00406000
           EXEC SQL                                                     00407000
              SELECT COUNT(*)                                           00408000
              INTO :WS-DB2-COUNT                                        00409000
              FROM DEPTMAST                                             00410000
           END-EXEC.                                                    00411000
           PERFORM N-010-CHECK THRU N-010-EXIT.                         00412000
           MOVE WS-DB2-COUNT TO WS-TBL-DB2 (WS-TBL-IX).                 00413000
       N-EXIT.                                                          00414000
           EXIT.                                                        00415000
                                                                        00416000
       N-010-CHECK.                                                     00417000
           MOVE SQLCODE TO WS-SQLCD.                                    00418000
           IF WS-SQLCD NOT = ZERO                                       00419000
              DISPLAY 'ROW COUNT FAILED - SQLCODE:'WS-SQLCD             00420000
              MOVE 203 TO ABEND-CODE                                    00421000
              CALL 'CEE3ABD' USING ABEND-CODE                           00422000
           END-IF.                                                      00423000
       N-010-EXIT.                                                      00424000
           EXIT.                                                        00425000
                                                                        00426000
      *---------------------------------------------------------------- 00427000
      * E-PARA - PERSNLDTL UNLOAD.                                      00428000
      *---------------------------------------------------------------- 00429000
       E-PARA.                                                          00430000
           EXEC SQL                                                     00431000
              OPEN DTLUNL-CSR                                           00432000
           END-EXEC.                                                    00433000
           PERFORM V-PARA THRU V-EXIT.                                  00434000
                                                                        00435000
           MOVE 'N' TO WS-EOF-SW.                                       00436000
           MOVE 'PERSNLDTL' TO WS-TABLE-NAME.                           00437000
           PERFORM E-010-FETCH THRU E-010-EXIT                          00438000
              UNTIL WS-EOF-YES.                                         00439000
                                                                        00440000
           EXEC SQL                                                     00441000
              CLOSE DTLUNL-CSR                                          00442000
           END-EXEC.                                                    00443000
       E-EXIT.                                                          00444000
           EXIT.                                                        00445000
                                                                        00446000
       E-010-FETCH.                                                     00447000
           EXEC SQL                                                     00448000
              FETCH DTLUNL-CSR                                          00449000
              INTO :PNAME, :DOB, :EMPLOYEE-ID, :DEPT-CD, :HIRE-DATE,    00450000
                   :LOAD-TS, :EMP-STATUS, :STAT-EFF-DATE                00451000
           END-EXEC.                                                    00452000
                                                                        00453000
           MOVE SQLCODE TO WS-SQLCD.                                    00454000
           EVALUATE WS-SQLCD                                            00455000
              WHEN +100                                                 00456000
                 MOVE 'Y' TO WS-EOF-SW                                  00457000
                 GO TO E-010-EXIT                                       00458000
              WHEN ZERO                                                 00459000
                 CONTINUE                                               00460000
              WHEN OTHER                                                00461000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00462000
                 MOVE 202 TO ABEND-CODE                                 00463000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00464000
           END-EVALUATE.                                                00465000
           ADD 1 TO WS-TBL-READ (1).                                    00466000
                                                                        00467000
           MOVE EMPLOYEE-ID TO WS-EMPLOYEE-ID.                          00468000
           MOVE PNAME TO WS-PNAME.                                      00469000
           MOVE DOB TO WS-DOB.                                          00470000
           PERFORM Q-PARA THRU Q-EXIT.                                  00471000
                                                                        00472000
           MOVE SPACES TO MDTL-REC.                                     00473000
           MOVE WS-MSK-PNAME TO MD-PNAME.                               00474000
           MOVE WS-MSK-DOB TO MD-DOB.                                   00475000
           MOVE EMPLOYEE-ID TO MD-EMPLOYEE-ID.                          00476000
           MOVE DEPT-CD TO MD-DEPT-CD.                                  00477000
           MOVE HIRE-DATE TO MD-HIRE-DATE.                              00478000
           MOVE LOAD-TS TO MD-LOAD-TS.                                  00479000
           MOVE EMP-STATUS TO MD-EMP-STATUS.                            00480000
           MOVE STAT-EFF-DATE TO MD-STAT-EFF-DATE.                      00481000
           WRITE MDTL-REC.                                              00482000
           IF WS-MDTSTAT NOT = '00'                                     00483000
              DISPLAY 'MSKDTLDD WRITE FAILED - STATUS:'WS-MDTSTAT       00484000
              MOVE 211 TO ABEND-CODE                                    00485000
              CALL 'CEE3ABD' USING ABEND-CODE                           00486000
           END-IF.                                                      00487000
           ADD 1 TO WS-TBL-WRITTEN (1).                                 00488000
       E-010-EXIT.                                                      00489000
           EXIT.                                                        00490000
                                                                        00491000
      *---------------------------------------------------------------- 00492000
      * H-PARA - PERSNLHST UNLOAD. THE TIMESTAMPS ARE CARRIED AS THEY   00493000
      * STAND SO EACH CHAIN STILL JOINS TO ITS PERSNLDTL ROW.           00494000
      *---------------------------------------------------------------- 00495000
       H-PARA.                                                          00496000
           EXEC SQL                                                     00497000
              OPEN HSTUNL-CSR                                           00498000
           END-EXEC.                                                    00499000
           PERFORM V-PARA THRU V-EXIT.                                  00500000
                                                                        00501000
           MOVE 'N' TO WS-EOF-SW.                                       00502000
           MOVE 'PERSNLHST' TO WS-TABLE-NAME.                           00503000
           MOVE SPACES TO WS-LAST-EMPLOYEE-ID.                          00504000
           PERFORM H-010-FETCH THRU H-010-EXIT                          00505000
              UNTIL WS-EOF-YES.                                         00506000
                                                                        00507000
           EXEC SQL                                                     00508000
              CLOSE HSTUNL-CSR                                          00509000
           END-EXEC.                                                    00510000
       H-EXIT.                                                          00511000
           EXIT.                                                        00512000
                                                                        00513000
       H-010-FETCH.                                                     00514000
           EXEC SQL                                                     00515000
              FETCH HSTUNL-CSR                                          00516000
              INTO :HST-PNAME, :HST-DOB, :HST-EMPLOYEE-ID,              00517000
                   :HST-DEPT-CD, :HST-HIRE-DATE, :HST-EFF-FROM-TS,      00518000
                   :HST-EFF-TO-TS, :HST-EMP-STATUS,                     00519000
                   :HST-STAT-EFF-DATE                                   00520000
           END-EXEC.                                                    00521000
                                                                        00522000
           MOVE SQLCODE TO WS-SQLCD.                                    00523000
           EVALUATE WS-SQLCD                                            00524000
              WHEN +100                                                 00525000
                 MOVE 'Y' TO WS-EOF-SW                                  00526000
                 GO TO H-010-EXIT                                       00527000
              WHEN ZERO                                                 00528000
                 CONTINUE                                               00529000
              WHEN OTHER                                                00530000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00531000
                 MOVE 202 TO ABEND-CODE                                 00532000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00533000
           END-EVALUATE.                                                00534000
           ADD 1 TO WS-TBL-READ (2).                                    00535000
                                                                        00536000
           MOVE HST-EMPLOYEE-ID TO WS-EMPLOYEE-ID.                      00537000
           MOVE HST-PNAME TO WS-PNAME.                                  00538000
           MOVE HST-DOB TO WS-DOB.                                      00539000
           PERFORM Q-PARA THRU Q-EXIT.                                  00540000
                                                                        00541000
           MOVE SPACES TO MHST-REC.                                     00542000
           MOVE WS-MSK-PNAME TO MH-PNAME.                               00543000
           MOVE WS-MSK-DOB TO MH-DOB.                                   00544000
           MOVE HST-EMPLOYEE-ID TO MH-EMPLOYEE-ID.                      00545000
           MOVE HST-DEPT-CD TO MH-DEPT-CD.                              00546000
           MOVE HST-HIRE-DATE TO MH-HIRE-DATE.                          00547000
           MOVE HST-EFF-FROM-TS TO MH-EFF-FROM-TS.                      00548000
           MOVE HST-EFF-TO-TS TO MH-EFF-TO-TS.                          00549000
           MOVE HST-EMP-STATUS TO MH-EMP-STATUS.                        00550000
           MOVE HST-STAT-EFF-DATE TO MH-STAT-EFF-DATE.                  00551000
           WRITE MHST-REC.                                              00552000
           IF WS-MHSSTAT NOT = '00'                                     00553000
              DISPLAY 'MSKHSTDD WRITE FAILED - STATUS:'WS-MHSSTAT       00554000
              MOVE 211 TO ABEND-CODE                                    00555000
              CALL 'CEE3ABD' USING ABEND-CODE                           00556000
           END-IF.                                                      00557000
           ADD 1 TO WS-TBL-WRITTEN (2).                                 00558000
       H-010-EXIT.                                                      00559000
           EXIT.                                                        00560000
                                                                        00561000
      *---------------------------------------------------------------- 00562000
      * G-PARA - DEPTMAST UNLOAD, UNCHANGED.                            00563000
      *---------------------------------------------------------------- 00564000
       G-PARA.                                                          00565000
           EXEC SQL                                                     00566000
              OPEN DPTUNL-CSR                                           00567000
           END-EXEC.                                                    00568000
           PERFORM V-PARA THRU V-EXIT.                                  00569000
                                                                        00570000
           MOVE 'N' TO WS-EOF-SW.                                       00571000
           PERFORM G-010-FETCH THRU G-010-EXIT                          00572000
              UNTIL WS-EOF-YES.                                         00573000
                                                                        00574000
           EXEC SQL                                                     00575000
              CLOSE DPTUNL-CSR                                          00576000
           END-EXEC.                                                    00577000
       G-EXIT.                                                          00578000
           EXIT.                                                        00579000
                                                                        00580000
       G-010-FETCH.                                                     00581000
           EXEC SQL                                                     00582000
              FETCH DPTUNL-CSR                                          00583000
              INTO :DPT-DEPT-CD, :DPT-DEPT-NAME, :DPT-ACTV-FLAG         00584000
           END-EXEC.                                                    00585000
                                                                        00586000
           MOVE SQLCODE TO WS-SQLCD.                                    00587000
           EVALUATE WS-SQLCD                                            00588000
              WHEN +100                                                 00589000
                 MOVE 'Y' TO WS-EOF-SW                                  00590000
                 GO TO G-010-EXIT                                       00591000
              WHEN ZERO                                                 00592000
                 CONTINUE                                               00593000
              WHEN OTHER                                                00594000
                 DISPLAY 'FETCH FAILED - SQLCODE:'WS-SQLCD              00595000
                 MOVE 202 TO ABEND-CODE                                 00596000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00597000
           END-EVALUATE.                                                00598000
           ADD 1 TO WS-TBL-READ (3).                                    00599000
                                                                        00600000
           MOVE DPT-DEPT-CD TO MP-DEPT-CD.                              00601000
           MOVE DPT-DEPT-NAME TO MP-DEPT-NAME.                          00602000
           MOVE DPT-ACTV-FLAG TO MP-ACTV-FLAG.                          00603000
           WRITE MDPT-REC.                                              00604000
           IF WS-MDPSTAT NOT = '00'                                     00605000
              DISPLAY 'MSKDPTDD WRITE FAILED - STATUS:'WS-MDPSTAT       00606000
              MOVE 211 TO ABEND-CODE                                    00607000
              CALL 'CEE3ABD' USING ABEND-CODE                           00608000
           END-IF.                                                      00609000
           ADD 1 TO WS-TBL-WRITTEN (3).                                 00610000
       G-010-EXIT.                                                      00611000
           EXIT.                                                        00612000
                                                                        00613000
      *---------------------------------------------------------------- 00614000
      * Q-PARA - MASK ONE ROW'S PNAME AND DOB AND PROVE THE RESULT.     00615000
      * THE PSEUDONYM AND OFFSET DEPEND ONLY ON THE EMPLOYEE_ID, SO     00616000
      * THEY ARE WORKED OUT ONCE PER EMPLOYEE ON EACH TABLE.            00617000
      *---------------------------------------------------------------- 00618000
       Q-PARA.                                                          00619000
           IF WS-EMPLOYEE-ID NOT = WS-LAST-EMPLOYEE-ID                  00620000
              PERFORM P-PARA THRU P-EXIT                                00621000
              MOVE WS-EMPLOYEE-ID TO WS-LAST-EMPLOYEE-ID                00622000
              MOVE SPACES TO WS-LAST-PNAME                              00623000
              MOVE SPACES TO WS-LAST-DOB                                00624000
           END-IF.                                                      00625000
                                                                        00626000
           MOVE ZERO TO WS-DOB-MAXDD.                                   00626100
           IF WS-DOB-YYYY NUMERIC AND WS-DOB-MM NUMERIC                 00626200
              AND WS-DOB-MM NOT < '01' AND WS-DOB-MM NOT > '12'         00626300
              PERFORM Q-010-MONTH THRU Q-010-EXIT                       00626400
           END-IF.                                                      00626500
                                                                        00626600
           IF WS-DOB-DASH1 NOT = '-' OR WS-DOB-DASH2 NOT = '-'          00627000
              OR WS-DOB-YYYY NOT NUMERIC                                00628000
              OR WS-DOB-MM NOT NUMERIC                                  00629000
              OR WS-DOB-DD NOT NUMERIC                                  00630000
              OR WS-DOB-MM < '01' OR WS-DOB-MM > '12'                   00631000
              OR WS-DOB-DD < '01' OR WS-DOB-DD > WS-DOB-MAXDD           00631500
              MOVE '1900-01-01' TO WS-MSK-DOB                           00632000
              ADD 1 TO WS-BADDOB-COUNT                                  00633000
              MOVE 'DOB NOT A DATE - REPLACED WITH 1900-01-01'          00634000
                 TO WS-NOTE                                             00635000
              PERFORM X-PARA THRU X-EXIT                                00636000
           ELSE                                                         00637000
              PERFORM S-PARA THRU S-EXIT                                00638000
              MOVE WS-CALC-DATE TO WS-MSK-DOB                           00639000
           END-IF.                                                      00640000
           ADD 1 TO WS-MASKED-COUNT.                                    00641000
                                                                        00642000
           IF WS-MSK-PNAME = WS-PNAME                                   00643000
              ADD 1 TO WS-SAMENAME-COUNT                                00644000
              MOVE 'REAL PNAME MATCHES ITS OWN PSEUDONYM' TO WS-NOTE    00645000
              PERFORM X-PARA THRU X-EXIT                                00646000
           END-IF.                                                      00647000
                                                                        00648000
           IF WS-MSK-PNAME NOT = WS-LAST-PNAME                          00649000
              OR WS-MSK-DOB NOT = WS-LAST-DOB                           00650000
              PERFORM K-PARA THRU K-EXIT                                00651000
              MOVE WS-MSK-PNAME TO WS-LAST-PNAME                        00652000
              MOVE WS-MSK-DOB TO WS-LAST-DOB                            00653000
           END-IF.                                                      00654000
       Q-EXIT.                                                          00655000
           EXIT.                                                        00656000
                                                                        00656100
       Q-010-MONTH.                                                     00656150
           MOVE WS-DOB-YYYY TO WS-WORK-YYYY.                            00656200
           MOVE WS-DOB-MM TO WS-WORK-MM.                                00656250
           MOVE WS-DIM (WS-WORK-MM) TO WS-MONTH-DAYS.                   00656300
           IF WS-WORK-MM = 2                                            00656350
              PERFORM S-020-LEAP THRU S-020-EXIT                        00656400
              IF WS-LEAP-YES                                            00656450
                 ADD 1 TO WS-MONTH-DAYS                                 00656500
              END-IF                                                    00656550
           END-IF.                                                      00656600
           MOVE WS-MONTH-DAYS TO WS-DOB-MAXDD.                          00656650
       Q-010-EXIT.                                                      00656700
           EXIT.                                                        00656750
                                                                        00657000
      *---------------------------------------------------------------- 00658000
      * P-PARA - PSEUDONYM AND DOB OFFSET FOR WS-EMPLOYEE-ID.           00659000
      *---------------------------------------------------------------- 00660000
       P-PARA.                                                          00661000
           MOVE WS-EMPLOYEE-ID TO WS-ID-WORK.                           00662000
           MOVE SPACES TO WS-MSK-PNAME.                                 00663000
           IF WS-ID-WORK NOT NUMERIC                                    00664000
              ADD 1 TO WS-BADID-COUNT                                   00665000
              MOVE 'EMPLOYEE_ID NOT NUMERIC - PNAME BLANKED'            00666000
                 TO WS-NOTE                                             00667000
              PERFORM X-PARA THRU X-EXIT                                00668000
              MOVE ZERO TO WS-ID-NUM                                    00669000
              GO TO P-020-OFFSET                                        00670000
           END-IF.                                                      00671000
                                                                        00672000
           COMPUTE WS-SCRAM-PROD = WS-ID-NUM * 73939133 + 19700101.     00673000
           DIVIDE WS-SCRAM-PROD BY 100000000 GIVING WS-SCRAM-QUOT       00674000
              REMAINDER WS-SCRAM-NUM.                                   00675000
                                                                        00676000
           MOVE 1 TO WS-LETTER-IX.                                      00677000
           PERFORM P-010-PAIR THRU P-010-EXIT                           00678000
              VARYING WS-PAIR-IX FROM 1 BY 1 UNTIL WS-PAIR-IX > 4.      00679000
       P-020-OFFSET.                                                    00680000
           DIVIDE WS-ID-NUM BY 60 GIVING WS-OFFSET-QUOT                 00681000
              REMAINDER WS-OFFSET-REM.                                  00682000
           COMPUTE WS-DAYS-TO-SUB = WS-OFFSET-REM + 1.                  00683000
       P-EXIT.                                                          00686000
           EXIT.                                                        00687000
                                                                        00688000
       P-010-PAIR.                                                      00689000
           DIVIDE WS-SCRAM-PAIR (WS-PAIR-IX) BY 5 GIVING WS-CONS-IX     00690000
              REMAINDER WS-VOWL-IX.                                     00691000
           ADD 1 TO WS-CONS-IX.                                         00692000
           ADD 1 TO WS-VOWL-IX.                                         00693000
           MOVE WS-CONS (WS-CONS-IX) TO WS-MSK-LETTER (WS-LETTER-IX).   00694000
           ADD 1 TO WS-LETTER-IX.                                       00695000
           MOVE WS-VOWL (WS-VOWL-IX) TO WS-MSK-LETTER (WS-LETTER-IX).   00696000
           ADD 1 TO WS-LETTER-IX.                                       00697000
       P-010-EXIT.                                                      00698000
           EXIT.                                                        00699000
                                                                        00700000
      *---------------------------------------------------------------- 00701000
      * S-PARA - WS-CALC-DATE = DOB MINUS WS-DAYS-TO-SUB DAYS.          00702000
      *---------------------------------------------------------------- 00703000
       S-PARA.                                                          00704000
           MOVE WS-DOB-YYYY TO WS-WORK-YYYY.                            00705000
           MOVE WS-DOB-MM TO WS-WORK-MM.                                00706000
           MOVE WS-DOB-DD TO WS-WORK-DD.                                00707000
           SUBTRACT WS-DAYS-TO-SUB FROM WS-WORK-DD.                     00708000
                                                                        00709000
           PERFORM S-010-BORROW THRU S-010-EXIT                         00710000
              UNTIL WS-WORK-DD > ZERO.                                  00711000
                                                                        00712000
           MOVE WS-WORK-YYYY TO WS-CALC-YYYY.                           00713000
           MOVE WS-WORK-MM TO WS-CALC-MM.                               00714000
           MOVE WS-WORK-DD TO WS-CALC-DD.                               00715000
       S-EXIT.                                                          00716000
           EXIT.                                                        00717000
                                                                        00718000
       S-010-BORROW.                                                    00719000
           SUBTRACT 1 FROM WS-WORK-MM.                                  00720000
           IF WS-WORK-MM < 1                                            00721000
              MOVE 12 TO WS-WORK-MM                                     00722000
              SUBTRACT 1 FROM WS-WORK-YYYY                              00723000
           END-IF.                                                      00724000
           MOVE WS-DIM (WS-WORK-MM) TO WS-MONTH-DAYS.                   00725000
           IF WS-WORK-MM = 2                                            00726000
              PERFORM S-020-LEAP THRU S-020-EXIT                        00727000
              IF WS-LEAP-YES                                            00728000
                 ADD 1 TO WS-MONTH-DAYS                                 00729000
              END-IF                                                    00730000
           END-IF.                                                      00731000
           ADD WS-MONTH-DAYS TO WS-WORK-DD.                             00732000
       S-010-EXIT.                                                      00733000
           EXIT.                                                        00734000
                                                                        00735000
       S-020-LEAP.                                                      00736000
           MOVE 'N' TO WS-LEAP-SW.                                      00737000
           DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT                 00738000
              REMAINDER WS-LEAP-REM.                                    00739000
           IF WS-LEAP-REM = ZERO                                        00740000
              MOVE 'Y' TO WS-LEAP-SW                                    00741000
           END-IF.                                                      00742000
           DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT               00743000
              REMAINDER WS-LEAP-REM.                                    00744000
           IF WS-LEAP-REM = ZERO                                        00745000
              MOVE 'N' TO WS-LEAP-SW                                    00746000
           END-IF.                                                      00747000
           DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOT               00748000
              REMAINDER WS-LEAP-REM.                                    00749000
           IF WS-LEAP-REM = ZERO                                        00750000
              MOVE 'Y' TO WS-LEAP-SW                                    00751000
           END-IF.                                                      00752000
       S-020-EXIT.                                                      00753000
           EXIT.                                                        00754000
                                                                        00755000
      *---------------------------------------------------------------- 00756000
      * K-PARA - THE MASKED PAIR MUST NOT BE ANY REAL PERSON'S          00757000
      * PNAME AND DOB, CURRENT OR HISTORICAL.                           00758000
      *---------------------------------------------------------------- 00759000
       K-PARA.                                                          00760000
           ADD 1 TO WS-CHECKED-COUNT.                                   00761000
           EXEC SQL                                                     00762000
              SELECT COUNT(*)                                           00763000
              INTO :WS-REAL-DTL-CNT                                     00764000
              FROM PERSNLDTL                                            00765000
              WHERE PNAME = :WS-MSK-PNAME                               00766000
                AND DOB = :WS-MSK-DOB                                   00767000
           END-EXEC.                                                    00768000
           PERFORM K-010-CHECK THRU K-010-EXIT.                         00769000
           EXEC SQL                                                     00770000
              SELECT COUNT(*)                                           00771000
              INTO :WS-REAL-HST-CNT                                     00772000
              FROM PERSNLHST                                            00773000
              WHERE PNAME = :WS-MSK-PNAME                               00774000
                AND DOB = :WS-MSK-DOB                                   00775000
           END-EXEC.                                                    00776000
           PERFORM K-010-CHECK THRU K-010-EXIT.                         00777000
                                                                        00778000
           IF WS-REAL-DTL-CNT > ZERO OR WS-REAL-HST-CNT > ZERO          00779000
              ADD 1 TO WS-UNMASKED-COUNT                                00780000
              MOVE 'MASKED PNAME/DOB IS A REAL PAIR' TO WS-NOTE         00781000
              PERFORM X-PARA THRU X-EXIT                                00782000
           END-IF.                                                      00783000
       K-EXIT.                                                          00784000
           EXIT.                                                        00785000
                                                                        00786000
       K-010-CHECK.                                                     00787000
           EVALUATE SQLCODE                                             00788000
              WHEN +0                                                   00789000
                 CONTINUE                                               00790000
              WHEN -922                                                 00791000
              WHEN -923                                                 00792000
              WHEN -924                                                 00793000
              WHEN -1224                                                00794000
                 MOVE SQLCODE TO WS-SQLCD                               00795000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00796000
                    WS-SQLCD                                            00797000
                 MOVE 200 TO ABEND-CODE                                 00798000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00799000
              WHEN OTHER                                                00800000
                 MOVE SQLCODE TO WS-SQLCD                               00801000
                 DISPLAY 'MASK CHECK FAILED - SQLCODE:'WS-SQLCD         00802000
                 MOVE 203 TO ABEND-CODE                                 00803000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00804000
           END-EVALUATE.                                                00805000
       K-010-EXIT.                                                      00806000
           EXIT.                                                        00807000
                                                                        00808000
       X-PARA.                                                          00809000
           MOVE WS-TABLE-NAME TO RPT-D-TABLE.                           00810000
           MOVE WS-EMPLOYEE-ID TO RPT-D-EMPLOYEE-ID.                    00811000
           MOVE WS-NOTE TO RPT-D-NOTE.                                  00812000
           MOVE WS-RPT-DETAIL TO REPT-REC.                              00813000
           WRITE REPT-REC.                                              00814000
       X-EXIT.                                                          00815000
           EXIT.                                                        00816000
                                                                        00817000
       V-PARA.                                                          00818000
           MOVE SQLCODE TO WS-SQLCD.                                    00819000
           IF WS-SQLCD NOT = ZERO                                       00820000
              DISPLAY 'CURSOR OPEN FAILED - SQLCODE:'WS-SQLCD           00821000
              MOVE 201 TO ABEND-CODE                                    00822000
              CALL 'CEE3ABD' USING ABEND-CODE                           00823000
           END-IF.                                                      00824000
       V-EXIT.                                                          00825000
           EXIT.                                                        00826000
                                                                        00827000
      *---------------------------------------------------------------- 00828000
      * D-PARA - ROWS IN AND OUT PER TABLE, THEN THE MASKING PROOF.     00829000
      *---------------------------------------------------------------- 00830000
       D-PARA.                                                          00831000
           MOVE SPACES TO REPT-REC.                                     00832000
           WRITE REPT-REC.                                              00833000
           MOVE 'ROWS IN AND OUT BY TABLE' TO RPT-H-TEXT.               00834000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00835000
           WRITE REPT-REC.                                              00836000
           MOVE WS-RPT-TBLHDG TO REPT-REC.                              00837000
           WRITE REPT-REC.                                              00838000
           MOVE SPACES TO REPT-REC.                                     00839000
           WRITE REPT-REC.                                              00840000
           PERFORM D-010-TABLE THRU D-010-EXIT                          00841000
              VARYING WS-TBL-IX FROM 1 BY 1 UNTIL WS-TBL-IX > 3.        00842000
                                                                        00843000
           MOVE SPACES TO REPT-REC.                                     00844000
           WRITE REPT-REC.                                              00845000
           MOVE 'MASKING VERIFICATION' TO RPT-H-TEXT.                   00846000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00847000
           WRITE REPT-REC.                                              00848000
           MOVE SPACES TO REPT-REC.                                     00849000
           WRITE REPT-REC.                                              00850000
           MOVE 'ROWS MASKED (PERSNLDTL + PERSNLHST)' TO RPT-S-LABEL.   00851000
           MOVE WS-MASKED-COUNT TO RPT-S-COUNT.                         00852000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00853000
           WRITE REPT-REC.                                              00854000
           MOVE 'MASKED PAIRS CHECKED AGAINST DB2' TO RPT-S-LABEL.      00855000
           MOVE WS-CHECKED-COUNT TO RPT-S-COUNT.                        00856000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00857000
           WRITE REPT-REC.                                              00858000
           MOVE 'DOB NOT A DATE - REPLACED' TO RPT-S-LABEL.             00859000
           MOVE WS-BADDOB-COUNT TO RPT-S-COUNT.                         00860000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00861000
           WRITE REPT-REC.                                              00862000
           MOVE 'EMPLOYEE_ID NOT NUMERIC' TO RPT-S-LABEL.               00863000
           MOVE WS-BADID-COUNT TO RPT-S-COUNT.                          00864000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00865000
           WRITE REPT-REC.                                              00866000
           MOVE 'REAL PNAME SAME AS PSEUDONYM' TO RPT-S-LABEL.          00867000
           MOVE WS-SAMENAME-COUNT TO RPT-S-COUNT.                       00868000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00869000
           WRITE REPT-REC.                                              00870000
           MOVE 'MASKED PAIRS FOUND AS A REAL PNAME/DOB' TO RPT-S-LABEL.00871000
           MOVE WS-UNMASKED-COUNT TO RPT-S-COUNT.                       00872000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00873000
           WRITE REPT-REC.                                              00874000
                                                                        00875000
           MOVE SPACES TO REPT-REC.                                     00876000
           WRITE REPT-REC.                                              00877000
           IF WS-BALANCE-YES                                            00878000
              MOVE 'RECONCILIATION: ROWS UNLOADED BALANCE'              00879000
                 TO RPT-R-TEXT                                          00880000
           ELSE                                                         00881000
              MOVE 'RECONCILIATION: *** MISMATCH *** ROWS UNLOADED'     00882000
                 TO RPT-R-TEXT                                          00883000
           END-IF.                                                      00884000
           MOVE WS-RPT-RECON TO REPT-REC.                               00885000
           WRITE REPT-REC.                                              00886000
           IF WS-UNMASKED-COUNT = ZERO                                  00887000
              MOVE 'MASKING CHECK: NO UNMASKED PNAME/DOB PAIR WRITTEN'  00888000
                 TO RPT-R-TEXT                                          00889000
           ELSE                                                         00890000
              MOVE 'MASKING CHECK: *** UNMASKED PNAME/DOB PAIR FOUND'   00891000
                 TO RPT-R-TEXT                                          00892000
           END-IF.                                                      00893000
           MOVE WS-RPT-RECON TO REPT-REC.                               00894000
           WRITE REPT-REC.                                              00895000
       D-EXIT.                                                          00896000
           EXIT.                                                        00897000
                                                                        00898000
       D-010-TABLE.                                                     00899000
           MOVE WS-TBL-NAME (WS-TBL-IX) TO RPT-T-TABLE.                 00900000
           MOVE WS-TBL-DB2 (WS-TBL-IX) TO RPT-T-DB2.                    00901000
           MOVE WS-TBL-READ (WS-TBL-IX) TO RPT-T-READ.                  00902000
           MOVE WS-TBL-WRITTEN (WS-TBL-IX) TO RPT-T-WRITTEN.            00903000
           IF WS-TBL-DB2 (WS-TBL-IX) = WS-TBL-READ (WS-TBL-IX)          00904000
              AND WS-TBL-READ (WS-TBL-IX) = WS-TBL-WRITTEN (WS-TBL-IX)  00905000
              MOVE 'BALANCED' TO RPT-T-STATUS                           00906000
           ELSE                                                         00907000
              MOVE '*MISMATCH*' TO RPT-T-STATUS                         00908000
              MOVE 'N' TO WS-BALANCE-SW                                 00909000
           END-IF.                                                      00910000
           MOVE WS-RPT-TBLLN TO REPT-REC.                               00911000
           WRITE REPT-REC.                                              00912000
       D-010-EXIT.                                                      00913000
           EXIT.                                                        00914000
