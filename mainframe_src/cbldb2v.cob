       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. CBLDB2V.                                             00002000
       AUTHOR. HR-SYSTEMS-BATCH.                                        00003000
       INSTALLATION. HR-SYSTEMS.                                        00004000
       DATE-WRITTEN. 10/15/2026.                                        00005000
       DATE-COMPILED.                                                   00006000
      *REMARKS.                                                         00007000
      *    OUTBOUND PAYROLL CHANGE-EVENT INTERFACE. BUILDS THE NIGHTLY  00008000
      *    EVENT FILE (PAYEVDD) PAYROLL PICKS UP INSTEAD OF RE-KEYING   00009000
      *    FROM PRINTED REPORTS - ONE EVENT RECORD FOR EVERY EMPLOYEE   00010000
      *    CHANGE APPLIED TO PERSNLDTL IN THE CYCLE.                    00011000
      *    THE EVENTS ARE DRIVEN FROM THE NIGHT'S AUDITDD JOURNALS      00012000
      *    (CBLDB2A LOADS, CBLDB2C MAINTENANCE - WHICH INCLUDES THE     00013000
      *    EFFECTIVE-DATED TRANSACTIONS CBLDB2Q RELEASED INTO TRANDD -  00014000
      *    AND ANY CBLDB2N BACK-OUT, CONCATENATED IN THE JCL). ONLY     00015000
      *    JOURNAL ENTRIES WITH SQLCODE ZERO ARE EVENTS. EACH EVENT     00016000
      *    CARRIES AN EVENT TYPE, EFFECTIVE DATE AND THE BEFORE AND     00017000
      *    AFTER VALUES OF THE ROW: BEFORE IS THE PERSNLHST SNAPSHOT    00018000
      *    CBLDB2C TOOK FOR THE CHANGE (THE LATEST ONE ENDING AT OR     00019000
      *    BEFORE THE JOURNAL TIMESTAMP ON THAT DAY); AFTER IS THE      00020000
      *    NEXT SNAPSHOT FOR THE EMPLOYEE OR, WHEN THERE IS NONE, THE   00021000
      *    CURRENT PERSNLDTL ROW - THE SAME CHAIN CBLDB2H USES.         00022000
      *      LOAD/A  HIRE     EFFECTIVE THE HIRE DATE                   00023000
      *      C       TRANSFER WHEN DEPT_CD CHANGED, OTHERWISE CHANGE,   00024000
      *                       EFFECTIVE THE DATE APPLIED                00025000
      *      T       TERM     EFFECTIVE THE STATUS DATE                 00026000
      *      L       LEAVE    EFFECTIVE THE STATUS DATE                 00027000
      *      R       REHIRE, OR RETURN WHEN THE EMPLOYEE WAS ON LEAVE,  00028000
      *                       EFFECTIVE THE STATUS DATE                 00029000
      *      D       DELETE   EFFECTIVE THE DATE APPLIED                00030000
      *      B       BACKOUT  EFFECTIVE THE DATE APPLIED                00031000
      *    PAYEVDD CARRIES THE EXTRDD HEADER/TRAILER DISCIPLINE: A      00032000
      *    HEADER WITH THE RUN DATE, CYCLE DATE AND GENERATION, AND A   00033000
      *    TRAILER WITH THE EVENT COUNT AND EMPLOYEE-ID HASH TOTAL.     00034000
      *    THE GENERATION AND LAST CYCLE SENT RIDE ON CTLINDD/CTLOUTDD  00035000
      *    SO PAYROLL CAN SEE A MISSING OR REPEATED DAY; A CYCLE NOT    00036000
      *    LATER THAN THE LAST ONE SENT IS REFUSED.                     00037000
      *    PARMDD (OPTIONAL): '<CYCLE-DATE>' (YYYY-MM-DD). WHEN GIVEN,  00038000
      *    ONLY JOURNAL ENTRIES STAMPED ON THAT DATE ARE SENT; WITHOUT  00039000
      *    IT EVERY ENTRY ON AUDITDD IS SENT AS THE RUN DATE'S CYCLE.   00040000
      *    THE CONTROL REPORT (REPTDD) BALANCES, BY ACTION CODE, THE    00041000
      *    JOURNAL ENTRIES READ AGAINST THOSE NOT APPLIED, THOSE FOR    00042000
      *    ANOTHER DATE AND THE EVENTS WRITTEN.                         00043000
      *---------------------------------------------------------------- 00044000
      * MODIFICATION HISTORY                                            00045000
      *---------------------------------------------------------------- 00046000
      * DATE       BY    DESCRIPTION                                    00047000
      * ---------- ----- ---------------------------------------------- 00048000
      * 10/15/2026 RKS   ORIGINAL PROGRAM.                              00049000
      * 10/15/2026 RKS   AUDIT RECORD LAYOUT (AI) EXTENDED WITH THE     00049100
      *                  CBLDB2C SUBMITTER AND APPROVER IDS.            00049200
      * 10/15/2026 RKS   A LOAD AND A LEAVE (BOTH JOURNALED AS 'L') ARE 00049300
      *                  NOW TOLD APART BY THE SUBMITTER ID, NOT THE    00049400
      *                  SOURCE CODE - A LOAD WITH NO SOURCE CODE WAS   00049500
      *                  BEING SENT AS A LEAVE.                         00049600
      *---------------------------------------------------------------- 00050000
       ENVIRONMENT DIVISION.                                            00051000
       INPUT-OUTPUT SECTION.                                            00052000
       FILE-CONTROL.                                                    00053000
           SELECT PARM-FILE     ASSIGN TO PARMDD                        00054000
                                ORGANIZATION SEQUENTIAL                 00055000
                                ACCESS SEQUENTIAL                       00056000
                                FILE STATUS WS-PRMSTAT.                 00057000
           SELECT AUDI-FILE     ASSIGN TO AUDITDD                       00058000
                                ORGANIZATION SEQUENTIAL                 00059000
                                ACCESS SEQUENTIAL                       00060000
                                FILE STATUS WS-AUISTAT.                 00061000
           SELECT EVNT-FILE     ASSIGN TO PAYEVDD                       00062000
                                ORGANIZATION SEQUENTIAL                 00063000
                                ACCESS SEQUENTIAL                       00064000
                                FILE STATUS WS-EVTSTAT.                 00065000
           SELECT CTLI-FILE     ASSIGN TO CTLINDD                       00066000
                                ORGANIZATION SEQUENTIAL                 00067000
                                ACCESS SEQUENTIAL                       00068000
                                FILE STATUS WS-CTISTAT.                 00069000
           SELECT CTLO-FILE     ASSIGN TO CTLOUTDD                      00070000
                                ORGANIZATION SEQUENTIAL                 00071000
                                ACCESS SEQUENTIAL                       00072000
                                FILE STATUS WS-CTOSTAT.                 00073000
           SELECT REPT-FILE     ASSIGN TO REPTDD                        00074000
                                ORGANIZATION SEQUENTIAL                 00075000
                                ACCESS SEQUENTIAL                       00076000
                                FILE STATUS WS-REPTSTAT.                00077000
       DATA DIVISION.                                                   00078000
       FILE SECTION.                                                    00079000
       FD PARM-FILE.                                                    00080000
       01 PARM-REC              PIC X(80).                              00081000
       FD AUDI-FILE.                                                    00082000
       01 AUDI-REC.                                                     00083000
           05 AI-TIMESTAMP      PIC X(18).                              00084000
           05 AI-ACTION         PIC X(01).                              00085000
           05 AI-EMPLOYEE-ID    PIC X(08).                              00086000
           05 AI-PNAME          PIC X(10).                              00087000
           05 AI-DOB            PIC X(10).                              00088000
           05 AI-SQLCODE        PIC X(10).                              00089000
           05 AI-SRC-CD         PIC X(02).                              00090000
           05 AI-SUBMITTER-ID   PIC X(08).                              00090100
           05 AI-APPROVER-ID    PIC X(08).                              00090200
       FD EVNT-FILE.                                                    00091000
       01 EVNT-REC.                                                     00092000
           05 EV-REC-TYPE       PIC X(01).                              00093000
           05 EV-EVENT-TYPE     PIC X(08).                              00094000
           05 EV-ACTION         PIC X(01).                              00095000
           05 EV-SRC-CD         PIC X(02).                              00096000
           05 EV-EMPLOYEE-ID    PIC X(08).                              00097000
           05 EV-EFF-DATE       PIC X(10).                              00098000
           05 EV-APPLIED-TS     PIC X(18).                              00099000
           05 EV-BEFORE.                                                00100000
              10 EV-BF-PNAME    PIC X(10).                              00101000
              10 EV-BF-DOB      PIC X(10).                              00102000
              10 EV-BF-DEPT-CD  PIC X(04).                              00103000
              10 EV-BF-HIRE-DATE PIC X(10).                             00104000
              10 EV-BF-EMP-STATUS PIC X(01).                            00105000
              10 EV-BF-STAT-EFF-DATE PIC X(10).                         00106000
           05 EV-AFTER.                                                 00107000
              10 EV-AF-PNAME    PIC X(10).                              00108000
              10 EV-AF-DOB      PIC X(10).                              00109000
              10 EV-AF-DEPT-CD  PIC X(04).                              00110000
              10 EV-AF-HIRE-DATE PIC X(10).                             00111000
              10 EV-AF-EMP-STATUS PIC X(01).                            00112000
              10 EV-AF-STAT-EFF-DATE PIC X(10).                         00113000
           05 FILLER            PIC X(12).                              00114000
       01 EVNT-HDR-REC.                                                 00115000
           05 EH-REC-TYPE       PIC X(01).                              00116000
           05 EH-RUN-DATE       PIC X(10).                              00117000
           05 EH-GENERATION     PIC 9(06).                              00118000
           05 EH-CYCLE-DATE     PIC X(10).                              00119000
           05 FILLER            PIC X(123).                             00120000
       01 EVNT-TRL-REC.                                                 00121000
           05 ET-REC-TYPE       PIC X(01).                              00122000
           05 ET-REC-COUNT      PIC 9(09).                              00123000
           05 ET-HASH-TOTAL     PIC 9(15).                              00124000
           05 FILLER            PIC X(125).                             00125000
       FD CTLI-FILE.                                                    00126000
       01 CTLI-REC.                                                     00127000
           05 CTI-LAST-CYCLE    PIC X(10).                              00128000
           05 CTI-GENERATION    PIC 9(06).                              00129000
       FD CTLO-FILE.                                                    00130000
       01 CTLO-REC.                                                     00131000
           05 CTO-LAST-CYCLE    PIC X(10).                              00132000
           05 CTO-GENERATION    PIC 9(06).                              00133000
       FD REPT-FILE.                                                    00134000
       01 REPT-REC              PIC X(80).                              00135000
       WORKING-STORAGE SECTION.                                         00136000
       01 WS-SQLCD PIC S9(9) SIGN LEADING SEPARATE.                     00137000
       EXEC SQL                                                         00138000
       INCLUDE COPY1                                                    00139000
       END-EXEC.                                                        00140000
                                                                        00141000
       EXEC SQL                                                         00142000
       INCLUDE COPY2                                                    00143000
       END-EXEC.                                                        00144000
                                                                        00145000
       EXEC SQL                                                         00146000
          INCLUDE SQLCA                                                 00147000
       END-EXEC.                                                        00148000
                                                                        00149000
       01 WS-EMPLOYEE-ID PIC X(08).                                     00150000
       01 WS-EMPID-NUM REDEFINES WS-EMPLOYEE-ID PIC 9(08).              00151000
       01 WS-LAST-CYCLE PIC X(10) VALUE SPACES.                         00152000
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.                         00153000
       01 WS-CYCLE-BRK REDEFINES WS-CYCLE-DATE.                         00154000
           05 WS-CYC-YYYY       PIC X(04).                              00155000
           05 WS-CYC-DASH1      PIC X(01).                              00156000
           05 WS-CYC-MM         PIC X(02).                              00157000
           05 WS-CYC-DASH2      PIC X(01).                              00158000
           05 WS-CYC-DD         PIC X(02).                              00159000
       01 WS-CYCLE-KEY.                                                 00160000
           05 WS-CYC-KEY-YYYY   PIC X(04).                              00161000
           05 WS-CYC-KEY-MM     PIC X(02).                              00162000
           05 WS-CYC-KEY-DD     PIC X(02).                              00163000
       01 WS-REC-TIMESTAMP      PIC X(18).                              00164000
       01 WS-REC-TS-BRK REDEFINES WS-REC-TIMESTAMP.                     00165000
           05 WS-REC-DATE       PIC X(08).                              00166000
           05 FILLER            PIC X(10).                              00167000
       01 WS-REC-TS-PARTS REDEFINES WS-REC-TIMESTAMP.                   00168000
           05 WS-REC-YYYY       PIC X(04).                              00169000
           05 WS-REC-MM         PIC X(02).                              00170000
           05 WS-REC-DD         PIC X(02).                              00171000
           05 FILLER            PIC X(01).                              00172000
           05 WS-REC-HH         PIC X(02).                              00173000
           05 WS-REC-MI         PIC X(02).                              00174000
           05 WS-REC-SS         PIC X(02).                              00175000
           05 WS-REC-HS         PIC X(02).                              00176000
           05 FILLER            PIC X(01).                              00177000
      *---------------------------------------------------------------- 00178000
      * THE JOURNAL TIMESTAMP RE-CUT AS A DB2 TIMESTAMP STRING. THE     00179000
      * CUTOFF RUNS TO THE END OF THE JOURNAL'S HUNDREDTH OF A SECOND   00180000
      * SO THE SNAPSHOT TAKEN JUST AHEAD OF THE JOURNAL ENTRY FALLS     00181000
      * INSIDE IT.                                                      00182000
      *---------------------------------------------------------------- 00183000
       01 WS-AUD-CUTOFF.                                                00184000
           05 WS-CUT-YYYY       PIC X(04).                              00185000
           05 FILLER            PIC X(01) VALUE '-'.                    00186000
           05 WS-CUT-MM         PIC X(02).                              00187000
           05 FILLER            PIC X(01) VALUE '-'.                    00188000
           05 WS-CUT-DD         PIC X(02).                              00189000
           05 FILLER            PIC X(01) VALUE '-'.                    00190000
           05 WS-CUT-HH         PIC X(02).                              00191000
           05 FILLER            PIC X(01) VALUE '.'.                    00192000
           05 WS-CUT-MI         PIC X(02).                              00193000
           05 FILLER            PIC X(01) VALUE '.'.                    00194000
           05 WS-CUT-SS         PIC X(02).                              00195000
           05 FILLER            PIC X(01) VALUE '.'.                    00196000
           05 WS-CUT-HS         PIC X(02).                              00197000
           05 FILLER            PIC X(04) VALUE '9999'.                 00198000
       01 WS-DAY-START.                                                 00199000
           05 WS-DST-DATE       PIC X(10).                              00200000
           05 FILLER            PIC X(16) VALUE '-00.00.00.000000'.     00201000
       01 WS-AUD-DATE.                                                  00202000
           05 WS-AUD-Y          PIC X(04).                              00203000
           05 FILLER            PIC X(01) VALUE '-'.                    00204000
           05 WS-AUD-M          PIC X(02).                              00205000
           05 FILLER            PIC X(01) VALUE '-'.                    00206000
           05 WS-AUD-D          PIC X(02).                              00207000
       01 WS-ZERO-SQLCODE       PIC -9(9).                              00208000
       01 WS-ACT-KEY            PIC X(02).                              00209000
       01 WS-NOTE               PIC X(30).                              00210000
                                                                        00211000
       01 WS-PRMSTAT PIC X(02).                                         00212000
       01 WS-AUISTAT PIC X(02).                                         00213000
       01 WS-EVTSTAT PIC X(02).                                         00214000
       01 WS-CTISTAT PIC X(02).                                         00215000
       01 WS-CTOSTAT PIC X(02).                                         00216000
       01 WS-REPTSTAT PIC X(02).                                        00217000
       01 ABEND-CODE PIC S9(9) COMP.                                    00218000
                                                                        00219000
       01 WS-SWITCHES.                                                  00220000
           05 WS-EOF-SW         PIC X(01) VALUE 'N'.                    00221000
              88 WS-EOF-YES              VALUE 'Y'.                     00222000
           05 WS-FILTER-SW      PIC X(01) VALUE 'N'.                    00223000
              88 WS-FILTER-YES           VALUE 'Y'.                     00224000
           05 WS-BEFORE-SW      PIC X(01) VALUE 'N'.                    00225000
              88 WS-BEFORE-YES           VALUE 'Y'.                     00226000
           05 WS-AFTER-SW       PIC X(01) VALUE 'N'.                    00227000
              88 WS-AFTER-YES            VALUE 'Y'.                     00228000
                                                                        00229000
       01 WS-FIELD-COUNT        PIC 9(02) COMP VALUE ZERO.              00230000
       01 WS-READ-COUNT         PIC 9(09) COMP VALUE ZERO.              00231000
       01 WS-UNKNOWN-COUNT      PIC 9(09) COMP VALUE ZERO.              00232000
       01 WS-REC-COUNT          PIC 9(09) COMP VALUE ZERO.              00233000
       01 WS-NOBEFORE-COUNT     PIC 9(09) COMP VALUE ZERO.              00234000
       01 WS-NOAFTER-COUNT      PIC 9(09) COMP VALUE ZERO.              00235000
       01 WS-HASH-TOTAL         PIC 9(15) COMP VALUE ZERO.              00236000
       01 WS-ACCT-TOTAL         PIC 9(09) COMP VALUE ZERO.              00237000
       01 WS-GENERATION         PIC 9(06) VALUE ZERO.                   00238000
       01 WS-RUN-DATE-RAW       PIC 9(08).                              00239000
       01 WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-RAW.                    00240000
           05 WS-RUN-YYYY       PIC X(04).                              00241000
           05 WS-RUN-MM         PIC X(02).                              00242000
           05 WS-RUN-DD         PIC X(02).                              00243000
       01 WS-RUN-DATE.                                                  00244000
           05 WS-RUN-DATE-Y     PIC X(04).                              00245000
           05 FILLER            PIC X(01) VALUE '-'.                    00246000
           05 WS-RUN-DATE-M     PIC X(02).                              00247000
           05 FILLER            PIC X(01) VALUE '-'.                    00248000
           05 WS-RUN-DATE-D     PIC X(02).                              00249000
                                                                        00250000
      *---------------------------------------------------------------- 00251000
      * JOURNAL ACTION CODES IN REPORT ORDER. CBLDB2A LOADS AND         00252000
      * CBLDB2C LEAVES BOTH JOURNAL AS 'L'. A CBLDB2C LEAVE ALWAYS      00253000
      * CARRIES ITS SUBMITTER, A LOAD NEVER DOES (ITS SOURCE CODE       00254000
      * CAN BE BLANK), SO THEY ARE KEYED 'LV' AND 'LD' HERE.            00255000
      *---------------------------------------------------------------- 00256000
       01 WS-ACT-DATA.                                                  00257000
           05 FILLER    PIC X(20) VALUE 'LDCBLDB2A LOAD      '.         00258000
           05 FILLER    PIC X(20) VALUE 'A CBLDB2C ADD       '.         00259000
           05 FILLER    PIC X(20) VALUE 'C CBLDB2C CHANGE    '.         00260000
           05 FILLER    PIC X(20) VALUE 'T CBLDB2C TERMINATE '.         00261000
           05 FILLER    PIC X(20) VALUE 'LVCBLDB2C LEAVE     '.         00262000
           05 FILLER    PIC X(20) VALUE 'R CBLDB2C REHIRE    '.         00263000
           05 FILLER    PIC X(20) VALUE 'D CBLDB2C DELETE    '.         00264000
           05 FILLER    PIC X(20) VALUE 'B CBLDB2N BACK-OUT  '.         00265000
       01 WS-ACT-TABLE REDEFINES WS-ACT-DATA.                           00266000
           05 WS-ACT-ENTRY OCCURS 8 TIMES INDEXED BY AC-IX.             00267000
              10 AC-KEY         PIC X(02).                              00268000
              10 AC-DESC        PIC X(18).                              00269000
       01 WS-ACT-COUNTS.                                                00270000
           05 WS-ACT-READ       PIC 9(09) COMP OCCURS 8 TIMES.          00271000
           05 WS-ACT-NOTAPPL    PIC 9(09) COMP OCCURS 8 TIMES.          00272000
           05 WS-ACT-OTHDATE    PIC 9(09) COMP OCCURS 8 TIMES.          00273000
           05 WS-ACT-EVENTS     PIC 9(09) COMP OCCURS 8 TIMES.          00274000
       01 WS-ACT-IX             PIC 9(02) COMP.                         00275000
                                                                        00276000
       01 WS-EVT-DATA.                                                  00277000
           05 FILLER    PIC X(08) VALUE 'HIRE    '.                     00278000
           05 FILLER    PIC X(08) VALUE 'REHIRE  '.                     00279000
           05 FILLER    PIC X(08) VALUE 'RETURN  '.                     00280000
           05 FILLER    PIC X(08) VALUE 'TRANSFER'.                     00281000
           05 FILLER    PIC X(08) VALUE 'CHANGE  '.                     00282000
           05 FILLER    PIC X(08) VALUE 'LEAVE   '.                     00283000
           05 FILLER    PIC X(08) VALUE 'TERM    '.                     00284000
           05 FILLER    PIC X(08) VALUE 'DELETE  '.                     00285000
           05 FILLER    PIC X(08) VALUE 'BACKOUT '.                     00286000
       01 WS-EVT-TABLE REDEFINES WS-EVT-DATA.                           00287000
           05 WS-EVT-ENTRY OCCURS 9 TIMES INDEXED BY EV-IX.             00288000
              10 EVT-TYPE       PIC X(08).                              00289000
       01 WS-EVT-COUNTS.                                                00290000
           05 WS-EVT-COUNT      PIC 9(09) COMP OCCURS 9 TIMES.          00291000
       01 WS-EVT-IX             PIC 9(02) COMP.                         00292000
                                                                        00293000
       01 WS-RPT-TITLE.                                                 00294000
           05 FILLER    PIC X(55) VALUE                                 00295000
              'PAYROLL CHANGE-EVENT INTERFACE - CONTROL REPORT'.        00296000
           05 FILLER    PIC X(25) VALUE SPACES.                         00297000
       01 WS-RPT-PARMLN.                                                00298000
           05 FILLER              PIC X(12) VALUE 'CYCLE DATE: '.       00299000
           05 RPT-P-CYCLE-DATE    PIC X(10).                            00300000
           05 FILLER              PIC X(13) VALUE '   RUN DATE: '.      00301000
           05 RPT-P-RUN-DATE      PIC X(10).                            00302000
           05 FILLER              PIC X(15) VALUE '   GENERATION: '.    00303000
           05 RPT-P-GENERATION    PIC 9(06).                            00304000
           05 FILLER              PIC X(14) VALUE SPACES.               00305000
       01 WS-RPT-SECTHDG.                                               00306000
           05 RPT-H-TEXT          PIC X(80).                            00307000
       01 WS-RPT-COLHDG.                                                00308000
           05 FILLER    PIC X(47) VALUE                                 00309000
              'EVENT    ACT EMPLOYEE  APPLIED             NOTE'.        00310000
           05 FILLER    PIC X(33) VALUE SPACES.                         00311000
       01 WS-RPT-DETAIL.                                                00312000
           05 RPT-D-EVENT-TYPE    PIC X(08).                            00313000
           05 FILLER              PIC X(01) VALUE SPACES.               00314000
           05 RPT-D-ACTION        PIC X(01).                            00315000
           05 FILLER              PIC X(03) VALUE SPACES.               00316000
           05 RPT-D-EMPLOYEE-ID   PIC X(08).                            00317000
           05 FILLER              PIC X(02) VALUE SPACES.               00318000
           05 RPT-D-APPLIED-TS    PIC X(18).                            00319000
           05 FILLER              PIC X(02) VALUE SPACES.               00320000
           05 RPT-D-NOTE          PIC X(30).                            00321000
           05 FILLER              PIC X(07) VALUE SPACES.               00322000
       01 WS-RPT-ACTHDG.                                                00323000
           05 FILLER    PIC X(46) VALUE                                 00324000
              'ACT JOURNAL SOURCE     AUDIT RECS NOT APPLIED'.          00325000
           05 FILLER    PIC X(34) VALUE                                 00326000
              ' OTHER DATE      EVENTS STATUS'.                         00327000
       01 WS-RPT-ACTLN.                                                 00328000
           05 RPT-A-KEY           PIC X(02).                            00329000
           05 FILLER              PIC X(02) VALUE SPACES.               00330000
           05 RPT-A-DESC          PIC X(18).                            00331000
           05 RPT-A-READ          PIC ZZZZZZZZZZ9.                      00332000
           05 FILLER              PIC X(01) VALUE SPACES.               00333000
           05 RPT-A-NOTAPPL       PIC ZZZZZZZZZZ9.                      00334000
           05 FILLER              PIC X(01) VALUE SPACES.               00335000
           05 RPT-A-OTHDATE       PIC ZZZZZZZZZZ9.                      00336000
           05 FILLER              PIC X(01) VALUE SPACES.               00337000
           05 RPT-A-EVENTS        PIC ZZZZZZZZZZ9.                      00338000
           05 FILLER              PIC X(01) VALUE SPACES.               00339000
           05 RPT-A-STATUS        PIC X(10).                            00340000
       01 WS-RPT-SUMMARY.                                               00341000
           05 RPT-S-LABEL         PIC X(40).                            00342000
           05 RPT-S-COUNT         PIC -9(9).                            00343000
           05 FILLER              PIC X(30) VALUE SPACES.               00344000
       01 WS-RPT-HASHLN.                                                00345000
           05 RPT-K-LABEL         PIC X(40).                            00346000
           05 RPT-K-HASH          PIC 9(15).                            00347000
           05 FILLER              PIC X(25) VALUE SPACES.               00348000
       01 WS-RPT-RECON.                                                 00349000
           05 RPT-R-TEXT          PIC X(80).                            00350000
       LINKAGE SECTION.                                                 00351000
                                                                        00352000
       PROCEDURE DIVISION.                                              00353000
       A-PARA.                                                          00354000
           DISPLAY 'CBLDB2V'.                                           00355000
                                                                        00356000
           MOVE ZERO TO WS-ZERO-SQLCODE.                                00357000
           PERFORM M-PARA THRU M-EXIT                                   00358000
              VARYING WS-ACT-IX FROM 1 BY 1 UNTIL WS-ACT-IX > 8.        00359000
           PERFORM N-PARA THRU N-EXIT                                   00360000
              VARYING WS-EVT-IX FROM 1 BY 1 UNTIL WS-EVT-IX > 9.        00361000
                                                                        00362000
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.                   00363000
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-Y.                           00364000
           MOVE WS-RUN-MM TO WS-RUN-DATE-M.                             00365000
           MOVE WS-RUN-DD TO WS-RUN-DATE-D.                             00366000
                                                                        00367000
           PERFORM P-PARA THRU P-EXIT.                                  00368000
           PERFORM R-PARA THRU R-EXIT.                                  00369000
                                                                        00370000
           OPEN INPUT AUDI-FILE.                                        00371000
           IF WS-AUISTAT NOT = '00'                                     00372000
              DISPLAY 'AUDITDD OPEN FAILED - STATUS:'WS-AUISTAT         00373000
              MOVE 210 TO ABEND-CODE                                    00374000
              CALL 'CEE3ABD' USING ABEND-CODE                           00375000
           END-IF.                                                      00376000
           OPEN OUTPUT EVNT-FILE.                                       00377000
           IF WS-EVTSTAT NOT = '00'                                     00378000
              DISPLAY 'PAYEVDD OPEN FAILED - STATUS:'WS-EVTSTAT         00379000
              MOVE 210 TO ABEND-CODE                                    00380000
              CALL 'CEE3ABD' USING ABEND-CODE                           00381000
           END-IF.                                                      00382000
           OPEN OUTPUT REPT-FILE.                                       00383000
           IF WS-REPTSTAT NOT = '00'                                    00384000
              DISPLAY 'REPTDD OPEN FAILED - STATUS:'WS-REPTSTAT         00385000
              MOVE 210 TO ABEND-CODE                                    00386000
              CALL 'CEE3ABD' USING ABEND-CODE                           00387000
           END-IF.                                                      00388000
                                                                        00389000
           PERFORM H-PARA THRU H-EXIT.                                  00390000
           PERFORM C-PARA THRU C-EXIT.                                  00391000
                                                                        00392000
           PERFORM B-PARA THRU B-EXIT UNTIL WS-EOF-YES.                 00393000
                                                                        00394000
           PERFORM T-PARA THRU T-EXIT.                                  00395000
           CLOSE AUDI-FILE.                                             00396000
           CLOSE EVNT-FILE.                                             00397000
           PERFORM F-PARA THRU F-EXIT.                                  00398000
                                                                        00399000
           PERFORM D-PARA THRU D-EXIT.                                  00400000
           CLOSE REPT-FILE.                                             00401000
                                                                        00402000
           DISPLAY 'EVENTS WRITTEN:'WS-REC-COUNT.                       00403000
           DISPLAY 'GENERATION WRITTEN:'WS-GENERATION.                  00404000
           STOP RUN.                                                    00405000
       A-EXIT.                                                          00406000
           EXIT.                                                        00407000
                                                                        00408000
       M-PARA.                                                          00409000
           MOVE ZERO TO WS-ACT-READ (WS-ACT-IX).                        00410000
           MOVE ZERO TO WS-ACT-NOTAPPL (WS-ACT-IX).                     00411000
           MOVE ZERO TO WS-ACT-OTHDATE (WS-ACT-IX).                     00412000
           MOVE ZERO TO WS-ACT-EVENTS (WS-ACT-IX).                      00413000
       M-EXIT.                                                          00414000
           EXIT.                                                        00415000
                                                                        00416000
       N-PARA.                                                          00417000
           MOVE ZERO TO WS-EVT-COUNT (WS-EVT-IX).                       00418000
       N-EXIT.                                                          00419000
           EXIT.                                                        00420000
                                                                        00421000
      *---------------------------------------------------------------- 00422000
      * P-PARA - OPTIONAL CYCLE-DATE PARM. WITHOUT ONE THE CYCLE IS     00423000
      * THE RUN DATE AND NO JOURNAL ENTRY IS FILTERED BY DATE.          00424000
      *---------------------------------------------------------------- 00425000
       P-PARA.                                                          00426000
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.                           00427000
           OPEN INPUT PARM-FILE.                                        00428000
           IF WS-PRMSTAT NOT = '00'                                     00429000
              DISPLAY 'NO PARM FILE - ALL JOURNAL ENTRIES SENT'         00430000
              GO TO P-EXIT                                              00431000
           END-IF.                                                      00432000
           READ PARM-FILE                                               00433000
               AT END                                                   00434000
                   DISPLAY 'EMPTY PARM FILE - ALL JOURNAL ENTRIES SENT' 00435000
                   CLOSE PARM-FILE                                      00436000
                   GO TO P-EXIT                                         00437000
           END-READ.                                                    00438000
           CLOSE PARM-FILE.                                             00439000
                                                                        00440000
           MOVE ZERO TO WS-FIELD-COUNT.                                 00441000
           MOVE SPACES TO WS-CYCLE-DATE.                                00442000
           UNSTRING PARM-REC DELIMITED BY ',' OR SPACE                  00443000
              INTO WS-CYCLE-DATE                                        00444000
              TALLYING IN WS-FIELD-COUNT                                00445000
           END-UNSTRING.                                                00446000
                                                                        00447000
           IF WS-CYC-DASH1 NOT = '-' OR WS-CYC-DASH2 NOT = '-'          00448000
              OR WS-CYC-YYYY NOT NUMERIC                                00449000
              OR WS-CYC-MM NOT NUMERIC                                  00450000
              OR WS-CYC-DD NOT NUMERIC                                  00451000
              DISPLAY 'CYCLE DATE NOT YYYY-MM-DD:'WS-CYCLE-DATE         00452000
              MOVE 212 TO ABEND-CODE                                    00453000
              CALL 'CEE3ABD' USING ABEND-CODE                           00454000
           END-IF.                                                      00455000
                                                                        00456000
           MOVE WS-CYC-YYYY TO WS-CYC-KEY-YYYY.                         00457000
           MOVE WS-CYC-MM TO WS-CYC-KEY-MM.                             00458000
           MOVE WS-CYC-DD TO WS-CYC-KEY-DD.                             00459000
           MOVE 'Y' TO WS-FILTER-SW.                                    00460000
       P-EXIT.                                                          00461000
           EXIT.                                                        00462000
                                                                        00463000
      *---------------------------------------------------------------- 00464000
      * R-PARA - LAST CYCLE SENT AND GENERATION. A CYCLE THAT IS NOT    00465000
      * LATER THAN THE LAST ONE SENT WOULD REACH PAYROLL TWICE.         00466000
      *---------------------------------------------------------------- 00467000
       R-PARA.                                                          00468000
           OPEN INPUT CTLI-FILE.                                        00469000
           IF WS-CTISTAT NOT = '00'                                     00470000
              DISPLAY 'NO LAST-RUN CONTROL - FIRST GENERATION'          00471000
              GO TO R-EXIT                                              00472000
           END-IF.                                                      00473000
           READ CTLI-FILE                                               00474000
               AT END                                                   00475000
                   DISPLAY 'EMPTY LAST-RUN CONTROL - FIRST GENERATION'  00476000
                   CLOSE CTLI-FILE                                      00477000
                   GO TO R-EXIT                                         00478000
           END-READ.                                                    00479000
           MOVE CTI-LAST-CYCLE TO WS-LAST-CYCLE.                        00480000
           MOVE CTI-GENERATION TO WS-GENERATION.                        00481000
           CLOSE CTLI-FILE.                                             00482000
                                                                        00483000
           IF WS-LAST-CYCLE NOT = SPACES                                00484000
              AND WS-CYCLE-DATE NOT > WS-LAST-CYCLE                     00485000
              DISPLAY 'CYCLE ' WS-CYCLE-DATE ' ALREADY SENT - LAST '    00486000
                 'CYCLE SENT:' WS-LAST-CYCLE                            00487000
              MOVE 213 TO ABEND-CODE                                    00488000
              CALL 'CEE3ABD' USING ABEND-CODE                           00489000
           END-IF.                                                      00490000
       R-EXIT.                                                          00491000
           EXIT.                                                        00492000
                                                                        00493000
       H-PARA.                                                          00494000
           ADD 1 TO WS-GENERATION.                                      00495000
           MOVE SPACES TO EVNT-HDR-REC.                                 00496000
           MOVE 'H' TO EH-REC-TYPE.                                     00497000
           MOVE WS-RUN-DATE TO EH-RUN-DATE.                             00498000
           MOVE WS-GENERATION TO EH-GENERATION.                         00499000
           MOVE WS-CYCLE-DATE TO EH-CYCLE-DATE.                         00500000
           WRITE EVNT-HDR-REC.                                          00501000
           IF WS-EVTSTAT NOT = '00'                                     00502000
              DISPLAY 'PAYEVDD HEADER WRITE FAILED - STATUS:'WS-EVTSTAT 00503000
              MOVE 211 TO ABEND-CODE                                    00504000
              CALL 'CEE3ABD' USING ABEND-CODE                           00505000
           END-IF.                                                      00506000
       H-EXIT.                                                          00507000
           EXIT.                                                        00508000
                                                                        00509000
       C-PARA.                                                          00510000
           MOVE WS-RPT-TITLE TO REPT-REC.                               00511000
           WRITE REPT-REC.                                              00512000
           MOVE WS-CYCLE-DATE TO RPT-P-CYCLE-DATE.                      00513000
           MOVE WS-RUN-DATE TO RPT-P-RUN-DATE.                          00514000
           MOVE WS-GENERATION TO RPT-P-GENERATION.                      00515000
           MOVE WS-RPT-PARMLN TO REPT-REC.                              00516000
           WRITE REPT-REC.                                              00517000
           MOVE SPACES TO REPT-REC.                                     00518000
           WRITE REPT-REC.                                              00519000
           MOVE 'EVENTS SENT WITHOUT A BEFORE OR AFTER IMAGE'           00520000
              TO RPT-H-TEXT.                                            00521000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00522000
           WRITE REPT-REC.                                              00523000
           MOVE WS-RPT-COLHDG TO REPT-REC.                              00524000
           WRITE REPT-REC.                                              00525000
           MOVE SPACES TO REPT-REC.                                     00526000
           WRITE REPT-REC.                                              00527000
       C-EXIT.                                                          00528000
           EXIT.                                                        00529000
                                                                        00530000
      *---------------------------------------------------------------- 00531000
      * B-PARA - ONE JOURNAL ENTRY. IT IS COUNTED UNDER ITS ACTION      00532000
      * CODE AND EITHER SET ASIDE (NOT APPLIED, OR STAMPED ON ANOTHER   00533000
      * DATE THAN THE CYCLE) OR TURNED INTO AN EVENT.                   00534000
      *---------------------------------------------------------------- 00535000
       B-PARA.                                                          00536000
           READ AUDI-FILE                                               00537000
               AT END                                                   00538000
                   MOVE 'Y' TO WS-EOF-SW                                00539000
                   GO TO B-EXIT                                         00540000
           END-READ.                                                    00541000
                                                                        00542000
           ADD 1 TO WS-READ-COUNT.                                      00543000
           MOVE AI-TIMESTAMP TO WS-REC-TIMESTAMP.                       00544000
                                                                        00545000
           MOVE AI-ACTION TO WS-ACT-KEY.                                00546000
           IF AI-ACTION = 'L'                                           00547000
              IF AI-SUBMITTER-ID NOT = SPACES                           00548000
                 MOVE 'LV' TO WS-ACT-KEY                                00549000
              ELSE                                                      00550000
                 MOVE 'LD' TO WS-ACT-KEY                                00551000
              END-IF                                                    00552000
           END-IF.                                                      00553000
           SET AC-IX TO 1.                                              00554000
           SEARCH WS-ACT-ENTRY                                          00555000
              AT END                                                    00556000
                 ADD 1 TO WS-UNKNOWN-COUNT                              00557000
                 DISPLAY 'UNRECOGNIZED JOURNAL ACTION:'AI-ACTION        00558000
                    ' EMPLOYEE:'AI-EMPLOYEE-ID                          00559000
                 GO TO B-EXIT                                           00560000
              WHEN AC-KEY (AC-IX) = WS-ACT-KEY                          00561000
                 SET WS-ACT-IX TO AC-IX                                 00562000
           END-SEARCH.                                                  00563000
           ADD 1 TO WS-ACT-READ (WS-ACT-IX).                            00564000
                                                                        00565000
           IF AI-SQLCODE NOT = WS-ZERO-SQLCODE                          00566000
              ADD 1 TO WS-ACT-NOTAPPL (WS-ACT-IX)                       00567000
              GO TO B-EXIT                                              00568000
           END-IF.                                                      00569000
                                                                        00570000
           IF WS-FILTER-YES                                             00571000
              AND WS-REC-DATE NOT = WS-CYCLE-KEY                        00572000
              ADD 1 TO WS-ACT-OTHDATE (WS-ACT-IX)                       00573000
              GO TO B-EXIT                                              00574000
           END-IF.                                                      00575000
                                                                        00576000
           PERFORM E-PARA THRU E-EXIT.                                  00577000
       B-EXIT.                                                          00578000
           EXIT.                                                        00579000
                                                                        00580000
      *---------------------------------------------------------------- 00581000
      * E-PARA - BUILD ONE EVENT. HIRES HAVE NO BEFORE IMAGE AND        00582000
      * DELETES AND BACK-OUTS NO AFTER IMAGE; EVERYTHING ELSE HAS       00583000
      * BOTH.                                                           00584000
      *---------------------------------------------------------------- 00585000
       E-PARA.                                                          00586000
           MOVE SPACES TO EVNT-REC.                                     00587000
           MOVE 'D' TO EV-REC-TYPE.                                     00588000
           MOVE AI-ACTION TO EV-ACTION.                                 00589000
           MOVE AI-SRC-CD TO EV-SRC-CD.                                 00590000
           MOVE AI-EMPLOYEE-ID TO EV-EMPLOYEE-ID.                       00591000
           MOVE AI-EMPLOYEE-ID TO WS-EMPLOYEE-ID.                       00592000
           MOVE AI-TIMESTAMP TO EV-APPLIED-TS.                          00593000
                                                                        00594000
           MOVE WS-REC-YYYY TO WS-CUT-YYYY.                             00595000
           MOVE WS-REC-MM TO WS-CUT-MM.                                 00596000
           MOVE WS-REC-DD TO WS-CUT-DD.                                 00597000
           MOVE WS-REC-HH TO WS-CUT-HH.                                 00598000
           MOVE WS-REC-MI TO WS-CUT-MI.                                 00599000
           MOVE WS-REC-SS TO WS-CUT-SS.                                 00600000
           MOVE WS-REC-HS TO WS-CUT-HS.                                 00601000
           MOVE WS-REC-YYYY TO WS-AUD-Y.                                00602000
           MOVE WS-REC-MM TO WS-AUD-M.                                  00603000
           MOVE WS-REC-DD TO WS-AUD-D.                                  00604000
           MOVE WS-AUD-DATE TO WS-DST-DATE.                             00605000
                                                                        00606000
           MOVE 'N' TO WS-BEFORE-SW.                                    00607000
           MOVE 'N' TO WS-AFTER-SW.                                     00608000
           IF WS-ACT-KEY NOT = 'LD' AND WS-ACT-KEY NOT = 'A '           00609000
              PERFORM I-PARA THRU I-EXIT                                00610000
           END-IF.                                                      00611000
           IF WS-ACT-KEY NOT = 'D ' AND WS-ACT-KEY NOT = 'B '           00612000
              PERFORM J-PARA THRU J-EXIT                                00613000
           END-IF.                                                      00614000
                                                                        00615000
           EVALUATE WS-ACT-KEY                                          00616000
              WHEN 'LD'                                                 00617000
              WHEN 'A '                                                 00618000
                 MOVE 'HIRE' TO EV-EVENT-TYPE                           00619000
                 MOVE EV-AF-HIRE-DATE TO EV-EFF-DATE                    00620000
              WHEN 'C '                                                 00621000
                 IF EV-BF-DEPT-CD NOT = EV-AF-DEPT-CD                   00622000
                    AND WS-BEFORE-YES AND WS-AFTER-YES                  00623000
                    MOVE 'TRANSFER' TO EV-EVENT-TYPE                    00624000
                 ELSE                                                   00625000
                    MOVE 'CHANGE' TO EV-EVENT-TYPE                      00626000
                 END-IF                                                 00627000
                 MOVE WS-AUD-DATE TO EV-EFF-DATE                        00628000
              WHEN 'T '                                                 00629000
                 MOVE 'TERM' TO EV-EVENT-TYPE                           00630000
                 MOVE EV-AF-STAT-EFF-DATE TO EV-EFF-DATE                00631000
              WHEN 'LV'                                                 00632000
                 MOVE 'LEAVE' TO EV-EVENT-TYPE                          00633000
                 MOVE EV-AF-STAT-EFF-DATE TO EV-EFF-DATE                00634000
              WHEN 'R '                                                 00635000
                 IF EV-BF-EMP-STATUS = 'L'                              00636000
                    MOVE 'RETURN' TO EV-EVENT-TYPE                      00637000
                 ELSE                                                   00638000
                    MOVE 'REHIRE' TO EV-EVENT-TYPE                      00639000
                 END-IF                                                 00640000
                 MOVE EV-AF-STAT-EFF-DATE TO EV-EFF-DATE                00641000
              WHEN 'D '                                                 00642000
                 MOVE 'DELETE' TO EV-EVENT-TYPE                         00643000
                 MOVE WS-AUD-DATE TO EV-EFF-DATE                        00644000
              WHEN 'B '                                                 00645000
                 MOVE 'BACKOUT' TO EV-EVENT-TYPE                        00646000
                 MOVE WS-AUD-DATE TO EV-EFF-DATE                        00647000
           END-EVALUATE.                                                00648000
           IF EV-EFF-DATE = SPACES                                      00649000
              MOVE WS-AUD-DATE TO EV-EFF-DATE                           00650000
           END-IF.                                                      00651000
                                                                        00652000
           IF NOT WS-BEFORE-YES                                         00653000
              AND WS-ACT-KEY NOT = 'LD' AND WS-ACT-KEY NOT = 'A '       00654000
              ADD 1 TO WS-NOBEFORE-COUNT                                00655000
              MOVE 'NO PERSNLHST BEFORE IMAGE' TO WS-NOTE               00656000
              PERFORM X-PARA THRU X-EXIT                                00657000
           END-IF.                                                      00658000
           IF NOT WS-AFTER-YES                                          00659000
              AND WS-ACT-KEY NOT = 'D ' AND WS-ACT-KEY NOT = 'B '       00660000
              ADD 1 TO WS-NOAFTER-COUNT                                 00661000
              MOVE 'NO AFTER IMAGE - ROW GONE' TO WS-NOTE               00662000
              PERFORM X-PARA THRU X-EXIT                                00663000
           END-IF.                                                      00664000
                                                                        00665000
           PERFORM W-PARA THRU W-EXIT.                                  00666000
       E-EXIT.                                                          00667000
           EXIT.                                                        00668000
                                                                        00669000
      *---------------------------------------------------------------- 00670000
      * I-PARA - BEFORE IMAGE: THE LATEST SNAPSHOT FOR THE EMPLOYEE     00671000
      * TAKEN ON THE JOURNAL DATE AT OR BEFORE THE JOURNAL ENTRY.       00672000
      *---------------------------------------------------------------- 00673000
       I-PARA.                                                          00674000
           EXEC SQL                                                     00675000
              SELECT PNAME, DOB, DEPT_CD, HIRE_DATE, EMP_STATUS,        00676000
                     STAT_EFF_DATE                                      00677000
              INTO :HST-PNAME, :HST-DOB, :HST-DEPT-CD, :HST-HIRE-DATE,  00678000
                   :HST-EMP-STATUS, :HST-STAT-EFF-DATE                  00679000
              FROM PERSNLHST                                            00680000
              WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID                       00681000
                AND EFF_TO_TS =                                         00682000
                   (SELECT MAX(H.EFF_TO_TS) FROM PERSNLHST H            00683000
                     WHERE H.EMPLOYEE_ID = :WS-EMPLOYEE-ID              00684000
                       AND H.EFF_TO_TS >= :WS-DAY-START                 00685000
                       AND H.EFF_TO_TS <= :WS-AUD-CUTOFF)               00686000
           END-EXEC.                                                    00687000
                                                                        00688000
           EVALUATE SQLCODE                                             00689000
              WHEN +0                                                   00690000
                 MOVE 'Y' TO WS-BEFORE-SW                               00691000
                 MOVE HST-PNAME TO EV-BF-PNAME                          00692000
                 MOVE HST-DOB TO EV-BF-DOB                              00693000
                 MOVE HST-DEPT-CD TO EV-BF-DEPT-CD                      00694000
                 MOVE HST-HIRE-DATE TO EV-BF-HIRE-DATE                  00695000
                 MOVE HST-EMP-STATUS TO EV-BF-EMP-STATUS                00696000
                 MOVE HST-STAT-EFF-DATE TO EV-BF-STAT-EFF-DATE          00697000
              WHEN +100                                                 00698000
                 CONTINUE                                               00699000
              WHEN -922                                                 00700000
              WHEN -923                                                 00701000
              WHEN -924                                                 00702000
              WHEN -1224                                                00703000
                 MOVE SQLCODE TO WS-SQLCD                               00704000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00705000
                    WS-SQLCD                                            00706000
                 MOVE 200 TO ABEND-CODE                                 00707000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00708000
              WHEN OTHER                                                00709000
                 MOVE SQLCODE TO WS-SQLCD                               00710000
                 DISPLAY 'BEFORE IMAGE LOOKUP FAILED - SQLCODE:'        00711000
                    WS-SQLCD ' EMPLOYEE:' WS-EMPLOYEE-ID                00712000
                 MOVE 203 TO ABEND-CODE                                 00713000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00714000
           END-EVALUATE.                                                00715000
       I-EXIT.                                                          00716000
           EXIT.                                                        00717000
                                                                        00718000
      *---------------------------------------------------------------- 00719000
      * J-PARA - AFTER IMAGE: THE NEXT SNAPSHOT TAKEN AFTER THE         00720000
      * JOURNAL ENTRY (A LATER CHANGE THE SAME NIGHT), OR THE           00721000
      * CURRENT PERSNLDTL ROW WHEN THERE IS NONE.                       00722000
      *---------------------------------------------------------------- 00723000
       J-PARA.                                                          00724000
           EXEC SQL                                                     00725000
              SELECT PNAME, DOB, DEPT_CD, HIRE_DATE, EMP_STATUS,        00726000
                     STAT_EFF_DATE                                      00727000
              INTO :HST-PNAME, :HST-DOB, :HST-DEPT-CD, :HST-HIRE-DATE,  00728000
                   :HST-EMP-STATUS, :HST-STAT-EFF-DATE                  00729000
              FROM PERSNLHST                                            00730000
              WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID                       00731000
                AND EFF_TO_TS =                                         00732000
                   (SELECT MIN(H.EFF_TO_TS) FROM PERSNLHST H            00733000
                     WHERE H.EMPLOYEE_ID = :WS-EMPLOYEE-ID              00734000
                       AND H.EFF_TO_TS > :WS-AUD-CUTOFF)                00735000
           END-EXEC.                                                    00736000
                                                                        00737000
           EVALUATE SQLCODE                                             00738000
              WHEN +0                                                   00739000
                 MOVE 'Y' TO WS-AFTER-SW                                00740000
                 MOVE HST-PNAME TO EV-AF-PNAME                          00741000
                 MOVE HST-DOB TO EV-AF-DOB                              00742000
                 MOVE HST-DEPT-CD TO EV-AF-DEPT-CD                      00743000
                 MOVE HST-HIRE-DATE TO EV-AF-HIRE-DATE                  00744000
                 MOVE HST-EMP-STATUS TO EV-AF-EMP-STATUS                00745000
                 MOVE HST-STAT-EFF-DATE TO EV-AF-STAT-EFF-DATE          00746000
                 GO TO J-EXIT                                           00747000
              WHEN +100                                                 00748000
                 CONTINUE                                               00749000
              WHEN -922                                                 00750000
              WHEN -923                                                 00751000
              WHEN -924                                                 00752000
              WHEN -1224                                                00753000
                 MOVE SQLCODE TO WS-SQLCD                               00754000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00755000
                    WS-SQLCD                                            00756000
                 MOVE 200 TO ABEND-CODE                                 00757000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00758000
              WHEN OTHER                                                00759000
                 MOVE SQLCODE TO WS-SQLCD                               00760000
                 DISPLAY 'AFTER IMAGE LOOKUP FAILED - SQLCODE:'         00761000
                    WS-SQLCD ' EMPLOYEE:' WS-EMPLOYEE-ID                00762000
                 MOVE 203 TO ABEND-CODE                                 00763000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00764000
           END-EVALUATE.                                                00765000
                                                                        00766000
           EXEC SQL                                                     00767000
              SELECT PNAME, DOB, DEPT_CD, HIRE_DATE, EMP_STATUS,        00768000
                     STAT_EFF_DATE                                      00769000
              INTO :PNAME, :DOB, :DEPT-CD, :HIRE-DATE,                  00770000
                   :EMP-STATUS, :STAT-EFF-DATE                          00771000
              FROM PERSNLDTL                                            00772000
              WHERE EMPLOYEE_ID = :WS-EMPLOYEE-ID                       00773000
           END-EXEC.                                                    00774000
                                                                        00775000
           EVALUATE SQLCODE                                             00776000
              WHEN +0                                                   00777000
                 MOVE 'Y' TO WS-AFTER-SW                                00778000
                 MOVE PNAME TO EV-AF-PNAME                              00779000
                 MOVE DOB TO EV-AF-DOB                                  00780000
                 MOVE DEPT-CD TO EV-AF-DEPT-CD                          00781000
                 MOVE HIRE-DATE TO EV-AF-HIRE-DATE                      00782000
                 MOVE EMP-STATUS TO EV-AF-EMP-STATUS                    00783000
                 MOVE STAT-EFF-DATE TO EV-AF-STAT-EFF-DATE              00784000
              WHEN +100                                                 00785000
                 CONTINUE                                               00786000
              WHEN -922                                                 00787000
              WHEN -923                                                 00788000
              WHEN -924                                                 00789000
              WHEN -1224                                                00790000
                 MOVE SQLCODE TO WS-SQLCD                               00791000
                 DISPLAY 'FATAL DB2 CONNECTION ERROR - SQLCODE:'        00792000
                    WS-SQLCD                                            00793000
                 MOVE 200 TO ABEND-CODE                                 00794000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00795000
              WHEN OTHER                                                00796000
                 MOVE SQLCODE TO WS-SQLCD                               00797000
                 DISPLAY 'PERSNLDTL LOOKUP FAILED - SQLCODE:'           00798000
                    WS-SQLCD ' EMPLOYEE:' WS-EMPLOYEE-ID                00799000
                 MOVE 203 TO ABEND-CODE                                 00800000
                 CALL 'CEE3ABD' USING ABEND-CODE                        00801000
           END-EVALUATE.                                                00802000
       J-EXIT.                                                          00803000
           EXIT.                                                        00804000
                                                                        00805000
       W-PARA.                                                          00806000
           WRITE EVNT-REC.                                              00807000
           IF WS-EVTSTAT NOT = '00'                                     00808000
              DISPLAY 'PAYEVDD WRITE FAILED - STATUS:'WS-EVTSTAT        00809000
              MOVE 211 TO ABEND-CODE                                    00810000
              CALL 'CEE3ABD' USING ABEND-CODE                           00811000
           END-IF.                                                      00812000
           ADD 1 TO WS-REC-COUNT.                                       00813000
           ADD 1 TO WS-ACT-EVENTS (WS-ACT-IX).                          00814000
           IF WS-EMPLOYEE-ID NUMERIC                                    00815000
              ADD WS-EMPID-NUM TO WS-HASH-TOTAL                         00816000
           END-IF.                                                      00817000
           SET EV-IX TO 1.                                              00818000
           SEARCH WS-EVT-ENTRY                                          00819000
              WHEN EVT-TYPE (EV-IX) = EV-EVENT-TYPE                     00820000
                 SET WS-EVT-IX TO EV-IX                                 00821000
                 ADD 1 TO WS-EVT-COUNT (WS-EVT-IX)                      00822000
           END-SEARCH.                                                  00823000
       W-EXIT.                                                          00824000
           EXIT.                                                        00825000
                                                                        00826000
       X-PARA.                                                          00827000
           MOVE EV-EVENT-TYPE TO RPT-D-EVENT-TYPE.                      00828000
           MOVE EV-ACTION TO RPT-D-ACTION.                              00829000
           MOVE EV-EMPLOYEE-ID TO RPT-D-EMPLOYEE-ID.                    00830000
           MOVE EV-APPLIED-TS TO RPT-D-APPLIED-TS.                      00831000
           MOVE WS-NOTE TO RPT-D-NOTE.                                  00832000
           MOVE WS-RPT-DETAIL TO REPT-REC.                              00833000
           WRITE REPT-REC.                                              00834000
       X-EXIT.                                                          00835000
           EXIT.                                                        00836000
                                                                        00837000
       T-PARA.                                                          00838000
           MOVE SPACES TO EVNT-TRL-REC.                                 00839000
           MOVE 'T' TO ET-REC-TYPE.                                     00840000
           MOVE WS-REC-COUNT TO ET-REC-COUNT.                           00841000
           MOVE WS-HASH-TOTAL TO ET-HASH-TOTAL.                         00842000
           WRITE EVNT-TRL-REC.                                          00843000
           IF WS-EVTSTAT NOT = '00'                                     00844000
              DISPLAY 'PAYEVDD TRAILER WRITE FAILED - STATUS:'          00845000
                 WS-EVTSTAT                                             00846000
              MOVE 211 TO ABEND-CODE                                    00847000
              CALL 'CEE3ABD' USING ABEND-CODE                           00848000
           END-IF.                                                      00849000
       T-EXIT.                                                          00850000
           EXIT.                                                        00851000
                                                                        00852000
       F-PARA.                                                          00853000
           OPEN OUTPUT CTLO-FILE.                                       00854000
           IF WS-CTOSTAT NOT = '00'                                     00855000
              DISPLAY 'CTLOUTDD OPEN FAILED - STATUS:'WS-CTOSTAT        00856000
              MOVE 210 TO ABEND-CODE                                    00857000
              CALL 'CEE3ABD' USING ABEND-CODE                           00858000
           END-IF.                                                      00859000
           MOVE WS-CYCLE-DATE TO CTO-LAST-CYCLE.                        00860000
           MOVE WS-GENERATION TO CTO-GENERATION.                        00861000
           WRITE CTLO-REC.                                              00862000
           CLOSE CTLO-FILE.                                             00863000
           DISPLAY 'LAST-RUN CONTROL UPDATED:'CTO-LAST-CYCLE.           00864000
       F-EXIT.                                                          00865000
           EXIT.                                                        00866000
                                                                        00867000
      *---------------------------------------------------------------- 00868000
      * D-PARA - BALANCE BY ACTION CODE, EVENTS BY TYPE, TOTALS.        00869000
      * EACH ACTION LINE BALANCES WHEN EVERY JOURNAL ENTRY READ IS      00870000
      * EITHER NOT APPLIED, FOR ANOTHER DATE, OR SENT AS AN EVENT.      00871000
      *---------------------------------------------------------------- 00872000
       D-PARA.                                                          00873000
           MOVE SPACES TO REPT-REC.                                     00874000
           WRITE REPT-REC.                                              00875000
           MOVE 'JOURNAL ENTRIES BALANCED BY ACTION CODE'               00876000
              TO RPT-H-TEXT.                                            00877000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00878000
           WRITE REPT-REC.                                              00879000
           MOVE WS-RPT-ACTHDG TO REPT-REC.                              00880000
           WRITE REPT-REC.                                              00881000
           MOVE SPACES TO REPT-REC.                                     00882000
           WRITE REPT-REC.                                              00883000
           MOVE ZERO TO WS-ACCT-TOTAL.                                  00884000
           PERFORM D-010-ACTION THRU D-010-EXIT                         00885000
              VARYING WS-ACT-IX FROM 1 BY 1 UNTIL WS-ACT-IX > 8.        00886000
                                                                        00887000
           MOVE SPACES TO REPT-REC.                                     00888000
           WRITE REPT-REC.                                              00889000
           MOVE 'EVENTS WRITTEN BY EVENT TYPE' TO RPT-H-TEXT.           00890000
           MOVE WS-RPT-SECTHDG TO REPT-REC.                             00891000
           WRITE REPT-REC.                                              00892000
           MOVE SPACES TO REPT-REC.                                     00893000
           WRITE REPT-REC.                                              00894000
           PERFORM D-020-EVENT THRU D-020-EXIT                          00895000
              VARYING WS-EVT-IX FROM 1 BY 1 UNTIL WS-EVT-IX > 9.        00896000
                                                                        00897000
           MOVE SPACES TO REPT-REC.                                     00898000
           WRITE REPT-REC.                                              00899000
           MOVE 'JOURNAL ENTRIES READ FROM AUDITDD' TO RPT-S-LABEL.     00900000
           MOVE WS-READ-COUNT TO RPT-S-COUNT.                           00901000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00902000
           WRITE REPT-REC.                                              00903000
           MOVE 'UNRECOGNIZED ACTION CODES' TO RPT-S-LABEL.             00904000
           MOVE WS-UNKNOWN-COUNT TO RPT-S-COUNT.                        00905000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00906000
           WRITE REPT-REC.                                              00907000
           MOVE 'EVENTS WRITTEN TO PAYEVDD' TO RPT-S-LABEL.             00908000
           MOVE WS-REC-COUNT TO RPT-S-COUNT.                            00909000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00910000
           WRITE REPT-REC.                                              00911000
           MOVE 'EVENTS WITHOUT A BEFORE IMAGE' TO RPT-S-LABEL.         00912000
           MOVE WS-NOBEFORE-COUNT TO RPT-S-COUNT.                       00913000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00914000
           WRITE REPT-REC.                                              00915000
           MOVE 'EVENTS WITHOUT AN AFTER IMAGE' TO RPT-S-LABEL.         00916000
           MOVE WS-NOAFTER-COUNT TO RPT-S-COUNT.                        00917000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00918000
           WRITE REPT-REC.                                              00919000
           MOVE 'TRAILER EMPLOYEE-ID HASH TOTAL' TO RPT-K-LABEL.        00920000
           MOVE WS-HASH-TOTAL TO RPT-K-HASH.                            00921000
           MOVE WS-RPT-HASHLN TO REPT-REC.                              00922000
           WRITE REPT-REC.                                              00923000
                                                                        00924000
           MOVE SPACES TO REPT-REC.                                     00925000
           WRITE REPT-REC.                                              00926000
           COMPUTE WS-ACCT-TOTAL = WS-ACCT-TOTAL + WS-UNKNOWN-COUNT.    00927000
           IF WS-ACCT-TOTAL = WS-READ-COUNT                             00928000
              MOVE 'RECONCILIATION: JOURNAL ENTRIES READ BALANCE'       00929000
                 TO RPT-R-TEXT                                          00930000
           ELSE                                                         00931000
              MOVE 'RECONCILIATION: *** MISMATCH *** JOURNAL ENTRIES'   00932000
                 TO RPT-R-TEXT                                          00933000
           END-IF.                                                      00934000
           MOVE WS-RPT-RECON TO REPT-REC.                               00935000
           WRITE REPT-REC.                                              00936000
           MOVE 'JOURNAL ENTRIES ACCOUNTED FOR' TO RPT-S-LABEL.         00937000
           MOVE WS-ACCT-TOTAL TO RPT-S-COUNT.                           00938000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00939000
           WRITE REPT-REC.                                              00940000
       D-EXIT.                                                          00941000
           EXIT.                                                        00942000
                                                                        00943000
       D-010-ACTION.                                                    00944000
           MOVE AC-KEY (WS-ACT-IX) TO RPT-A-KEY.                        00945000
           MOVE AC-DESC (WS-ACT-IX) TO RPT-A-DESC.                      00946000
           MOVE WS-ACT-READ (WS-ACT-IX) TO RPT-A-READ.                  00947000
           MOVE WS-ACT-NOTAPPL (WS-ACT-IX) TO RPT-A-NOTAPPL.            00948000
           MOVE WS-ACT-OTHDATE (WS-ACT-IX) TO RPT-A-OTHDATE.            00949000
           MOVE WS-ACT-EVENTS (WS-ACT-IX) TO RPT-A-EVENTS.              00950000
           IF WS-ACT-READ (WS-ACT-IX) = WS-ACT-NOTAPPL (WS-ACT-IX)      00951000
                 + WS-ACT-OTHDATE (WS-ACT-IX)                           00952000
                 + WS-ACT-EVENTS (WS-ACT-IX)                            00953000
              MOVE 'BALANCED' TO RPT-A-STATUS                           00954000
           ELSE                                                         00955000
              MOVE '*MISMATCH*' TO RPT-A-STATUS                         00956000
           END-IF.                                                      00957000
           MOVE WS-RPT-ACTLN TO REPT-REC.                               00958000
           WRITE REPT-REC.                                              00959000
           COMPUTE WS-ACCT-TOTAL = WS-ACCT-TOTAL                        00960000
              + WS-ACT-NOTAPPL (WS-ACT-IX)                              00961000
              + WS-ACT-OTHDATE (WS-ACT-IX)                              00962000
              + WS-ACT-EVENTS (WS-ACT-IX).                              00963000
       D-010-EXIT.                                                      00964000
           EXIT.                                                        00965000
                                                                        00966000
       D-020-EVENT.                                                     00967000
           MOVE SPACES TO RPT-S-LABEL.                                  00968000
           STRING 'EVENTS - ' DELIMITED BY SIZE                         00969000
                  EVT-TYPE (WS-EVT-IX) DELIMITED BY SPACE               00970000
              INTO RPT-S-LABEL                                          00971000
           END-STRING.                                                  00972000
           MOVE WS-EVT-COUNT (WS-EVT-IX) TO RPT-S-COUNT.                00973000
           MOVE WS-RPT-SUMMARY TO REPT-REC.                             00974000
           WRITE REPT-REC.                                              00975000
       D-020-EXIT.                                                      00976000
           EXIT.                                                        00977000
