           RECORD KEY IS PD-SEQ
           FILE STATUS IS WS-PD-FS.

           SELECT JOBPARM-FILE ASSIGN TO "C:\COBOL\JOBPARM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JP-FS.

           SELECT JOBLOG-FILE ASSIGN TO "C:\COBOL\JOBLOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JL-FS.

           SELECT JOBRST-FILE ASSIGN TO "C:\COBOL\JOBRST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JR-FS.

           SELECT SHIFT-FILE ASSIGN TO "C:\COBOL\SHIFT.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SF-CODE
           FILE STATUS IS WS-SF-FS.

           SELECT SHIFTASG-FILE ASSIGN TO "C:\COBOL\SHIFTASG.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SA-ID
           FILE STATUS IS WS-SA-FS.

           SELECT LOANTYPE-FILE ASSIGN TO "C:\COBOL\LOANTYPE.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LT-CODE
           FILE STATUS IS WS-LT-FS.

           SELECT SSSLOAN-FILE ASSIGN TO "C:\COBOL\SSSLOAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SL-FS.

           SELECT HDMFLOAN-FILE ASSIGN TO "C:\COBOL\HDMFLOAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HL-FS.

           SELECT LNBILL-FILE ASSIGN TO "C:\COBOL\LNBILL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BL-FS.

           SELECT ENTITY-FILE ASSIGN TO "C:\COBOL\ENTITY.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EN-CODE
           FILE STATUS IS WS-EN-FS.

           SELECT MINWAGE-FILE ASSIGN TO "C:\COBOL\MINWAGE.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MW-KEY
           FILE STATUS IS WS-MW-FS.

           SELECT PAYADJ-FILE ASSIGN TO "C:\COBOL\PAYADJ.txt"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AJ-KEY
           FILE STATUS IS WS-AJ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE
           RECORD CONTAINS 273 CHARACTERS.
       01 FS-EMPLOYEE.
           05 FS-ID PIC X(5).
           05 FILLER PIC XX.
           05 FS-PHIC-NO PIC X(12).
           05 FILLER PIC XX.
           05 FS-PAGIBIG-NO PIC X(12).
           05 FILLER PIC XX.
           05 FS-ENTITY PIC X(4).
           05 FILLER PIC XX.
           05 FS-REGION PIC X(4).
           05 FILLER PIC XX.
           05 FS-HIRE-DATE PIC 9(8).
           05 FILLER PIC XX.
           05 FS-REG-DATE PIC 9(8).
           05 FILLER PIC XX.
           05 FS-BIRTH-DATE PIC 9(8).
           05 FILLER PIC XX.
           05 FS-DAILY-RATE PIC 9(5)V99.

       FD CONTRIB-TABLE
           RECORD CONTAINS 75 CHARACTERS.
                 88 TC-IS-PHIC VALUE 'PH'.
                 88 TC-IS-PAGIBIG VALUE 'PI'.
                 88 TC-IS-TAX VALUE 'TX'.
                 88 TC-IS-LEAVE VALUE 'LV'.
              10 TC-SEQ PIC 9(2).
           05 TC-LOW PIC 9(7)V99.
           05 TC-HIGH PIC 9(7)V99.
           05 TC-EC-AMT PIC 9(7)V99.

       FD PAYSLIP-FILE
           RECORD CONTAINS 438 CHARACTERS.
       01 PF-RECORD.
           05 PF-KEY.
              10 PF-ID PIC X(5).
              10 PF-COV-FROM PIC 9(8).
              10 PF-RUN-TYPE PIC X(1).
                 88 PF-REGULAR VALUE SPACE.
                 88 PF-13TH-MONTH VALUE 'T'.
                 88 PF-BONUS VALUE 'B'.
                 88 PF-COMMISSION VALUE 'C'.
           05 PF-COV-TO PIC 9(8).
           05 PF-PAYROLL-DATE PIC 9(8).
           05 PF-NAME PIC X(28).
              88 PF-DISB-CREDITED VALUE 'C'.
              88 PF-DISB-REJECTED VALUE 'R'.
           05 PF-DISB-REASON PIC X(4).
           05 PF-SPEC-AMT PIC 9(7)V99.
           05 PF-SPEC-EXEMPT PIC 9(7)V99.
           05 PF-STAT-COMP PIC 9(7)V99.
           05 PF-TAX-COMP PIC 9(7)V99.
           05 PF-NIGHT PIC 9(3).
           05 PF-NDPAY PIC 9(7)V99.
           05 PF-ENTITY PIC X(4).
           05 PF-ADJ-EARN PIC 9(7)V99.
           05 PF-ADJ-DEDUC PIC 9(7)V99.
           05 PF-SSS-DUE PIC 9(7)V99.
           05 PF-PHIC-DUE PIC 9(7)V99.
           05 PF-PAGIBIG-DUE PIC 9(7)V99.
           05 PF-INTAX-DUE PIC 9(7)V99.

       FD ATTENDANCE-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01 AT-RECORD.
           05 AT-KEY.
              10 AT-ID PIC X(5).
           05 AT-LOAN PIC 9(7)V99.
           05 AT-RHOL PIC 99.
           05 AT-SHOL PIC 99.
           05 AT-NIGHT PIC 9(3).
           05 AT-DAYS PIC 99.

       FD YTD-FILE
           RECORD CONTAINS 147 CHARACTERS.
       01 YT-RECORD.
           05 YT-KEY.
              10 YT-ID PIC X(5).
           05 YT-INTAX PIC 9(9)V99.
           05 YT-NETPAY PIC 9(9)V99.
           05 YT-NONTAX PIC 9(9)V99.
           05 YT-13TH PIC 9(9)V99.
           05 YT-BONUS PIC 9(9)V99.

       FD AUDIT-FILE
           RECORD CONTAINS 594 CHARACTERS.
       01 AD-RECORD.
           05 AD-TIMESTAMP PIC X(21).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-CHECKER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-BEFORE PIC X(273).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-AFTER PIC X(273).

       FD DEPT-FILE
           RECORD CONTAINS 24 CHARACTERS.
           05 DP-NAME PIC X(20).

       FD GL-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01 GL-REC.
           05 GL-TYPE PIC X.
           05 GL-DEPT PIC X(4).
           05 GL-ACCT PIC X(20).
           05 GL-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 GL-ENTITY PIC X(4).

       FD SALHIST-FILE
           RECORD CONTAINS 69 CHARACTERS.
           05 SH-RETRO-PAID PIC X(1).

       FD RUN-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 RC-RECORD.
           05 RC-RUN-NO PIC 9(4).
           05 RC-COV-FROM PIC 9(8).
           05 RC-COV-TO PIC 9(8).
           05 RC-STAT PIC X(9).
           05 RC-LAST-ID PIC X(5).
           05 RC-RUN-TYPE PIC X(1).
           05 RC-ENTITY PIC X(4).
           05 RC-PAYGRP PIC X(1).

       FD TIMELOG-FILE
           RECORD CONTAINS 24 CHARACTERS.
              10 TL-OUT-MM PIC 9(2).

       FD DAYLOG-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01 DL-RECORD.
           05 DL-KEY.
              10 DL-ID PIC X(5).
              10 DL-DATE PIC 9(8).
           05 DL-HOURS PIC 9(3)V99.
           05 DL-LATE PIC 9(3)V99.
           05 DL-OT PIC 9(3)V99.
           05 DL-NIGHT PIC 9(3)V99.

       FD LOAN-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01 LN-RECORD.
           05 LN-KEY.
              10 LN-ID PIC X(5).
           05 LN-PRINCIPAL PIC 9(7)V99.
           05 LN-AMORT PIC 9(7)V99.
           05 LN-BALANCE PIC 9(7)V99.
           05 LN-AGY-ACCT PIC X(15).

       FD LOAN-PAY-FILE
           RECORD CONTAINS 41 CHARACTERS.
           05 BK-ACCT PIC X(16).
           05 BK-NAME PIC X(28).
           05 BK-AMT PIC 9(9)V99.
       01 BK-HEADER.
           05 BK-HDR-TYPE PIC X.
           05 BK-HDR-BANK-CODE PIC X(4).
           05 BK-HDR-ACCT PIC X(16).
           05 BK-HDR-ENTITY PIC X(4).
           05 BK-HDR-NAME PIC X(30).
           05 FILLER PIC X(5).
       01 BK-TRAILER.
           05 BK-TRL-TYPE PIC X.
           05 BK-TRL-COUNT PIC 9(6).
           05 AR-AMT PIC 9(7)V99.

       FD PAYCTL-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01 PC-RECORD.
           05 PC-MIN-TAKEHOME PIC 9(7)V99.
           05 PC-BEN-CEILING PIC 9(7)V99.

       FD SSSR3-FILE
           RECORD CONTAINS 66 CHARACTERS.
           05 R3-EE PIC 9(7)V99.
           05 R3-ER PIC 9(7)V99.
           05 R3-TOTAL PIC 9(7)V99.
       01 R3-HEADER.
           05 R3-HDR-TYPE PIC X.
           05 R3-HDR-ER-NO PIC X(10).
           05 R3-HDR-MONTH PIC X(6).
           05 R3-HDR-NAME PIC X(30).
           05 FILLER PIC X(19).
       01 R3-TRAILER.
           05 R3-TRL-TYPE PIC X.
           05 R3-TRL-COUNT PIC 9(6).
           05 RF-EE PIC 9(7)V99.
           05 RF-ER PIC 9(7)V99.
           05 RF-TOTAL PIC 9(7)V99.
       01 RF-HEADER.
           05 RF-HDR-TYPE PIC X.
           05 RF-HDR-ER-NO PIC X(12).
           05 RF-HDR-MONTH PIC X(6).
           05 RF-HDR-NAME PIC X(30).
           05 FILLER PIC X(19).
       01 RF-TRAILER.
           05 RF-TRL-TYPE PIC X.
           05 RF-TRL-COUNT PIC 9(6).
           05 MC-EE PIC 9(7)V99.
           05 MC-ER PIC 9(7)V99.
           05 MC-TOTAL PIC 9(7)V99.
       01 MC-HEADER.
           05 MC-HDR-TYPE PIC X.
           05 MC-HDR-ER-NO PIC X(12).
           05 MC-HDR-MONTH PIC X(6).
           05 MC-HDR-NAME PIC X(30).
           05 FILLER PIC X(19).
       01 MC-TRAILER.
           05 MC-TRL-TYPE PIC X.
           05 MC-TRL-COUNT PIC 9(6).
           05 B1-TIN PIC X(12).
           05 B1-NAME PIC X(28).
           05 B1-TAX PIC 9(7)V99.
       01 B1-HEADER.
           05 B1-HDR-TYPE PIC X.
           05 B1-HDR-TIN PIC X(12).
           05 B1-HDR-MONTH PIC X(6).
           05 B1-HDR-NAME PIC X(30).
           05 FILLER PIC X(1).
       01 B1-TRAILER.
           05 B1-TRL-TYPE PIC X.
           05 B1-TRL-COUNT PIC 9(6).
           05 BR-REASON PIC X(4).

       FD PAYSLIP-ARC
           RECORD CONTAINS 438 CHARACTERS.
       01 PA-RECORD.
           05 PA-KEY.
              10 PA-ID PIC X(5).
              10 PA-COV-FROM PIC 9(8).
              10 PA-RUN-TYPE PIC X(1).
           05 PA-DATA PIC X(424).

       FD ATTEND-ARC
           RECORD CONTAINS 46 CHARACTERS.
       01 AH-RECORD.
           05 AH-KEY.
              10 AH-ID PIC X(5).
              10 AH-COV-FROM PIC 9(8).
           05 AH-DATA PIC X(33).

       FD DAYLOG-ARC
           RECORD CONTAINS 33 CHARACTERS.
       01 DH-RECORD.
           05 DH-KEY.
              10 DH-ID PIC X(5).
              10 DH-DATE PIC 9(8).
           05 DH-DATA PIC X(20).

       FD LOANPAY-ARC
           RECORD CONTAINS 41 CHARACTERS.
           05 OP-NAME PIC X(20).

       FD PENDING-FILE
           RECORD CONTAINS 325 CHARACTERS.
       01 PD-RECORD.
           05 PD-SEQ PIC 9(4).
           05 PD-TYPE PIC X(8).
           05 PD-STAT PIC X(9).
           05 PD-CHECKER PIC X(8).
           05 PD-KEYDATA PIC X(15).
           05 PD-IMAGE PIC X(273).

       FD JOBPARM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 JP-RECORD.
           05 JP-REC-TYPE PIC X(1).
           05 FILLER PIC X.
           05 JP-STEP PIC X(14).
           05 FILLER PIC X(24).
       01 JP-PERIOD-REC.
           05 FILLER PIC X(2).
           05 JP-COV-FROM PIC 9(8).
           05 FILLER PIC X.
           05 JP-COV-TO PIC 9(8).
           05 FILLER PIC X.
           05 JP-OPERATOR PIC X(8).
           05 FILLER PIC X.
           05 JP-TRIAL-PCT PIC 9(3).
           05 FILLER PIC X.
           05 JP-ENTITY PIC X(4).
           05 FILLER PIC X.
           05 JP-PAYGRP PIC X(1).
           05 FILLER PIC X.

       FD JOBLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 JL-RECORD.
           05 JL-STAMP PIC X(14).
           05 FILLER PIC X.
           05 JL-OPERATOR PIC X(8).
           05 FILLER PIC X.
           05 JL-COV-FROM PIC 9(8).
           05 FILLER PIC X.
           05 JL-COV-TO PIC 9(8).
           05 FILLER PIC X.
           05 JL-SEQ PIC 99.
           05 FILLER PIC X.
           05 JL-STEP PIC X(14).
           05 FILLER PIC X.
           05 JL-EVENT PIC X(7).
           05 FILLER PIC X(4).
           05 JL-RC PIC 99.
           05 FILLER PIC X.
           05 JL-ENTITY PIC X(4).
           05 FILLER PIC X(2).

       FD JOBRST-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01 JR-RECORD.
           05 JR-COV-FROM PIC 9(8).
           05 JR-COV-TO PIC 9(8).
           05 JR-STAT PIC X(1).
           05 JR-STEP-SEQ PIC 99.
           05 JR-STEP PIC X(14).
           05 JR-ENTITY PIC X(4).
           05 JR-PAYGRP PIC X(1).

       FD SHIFT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01 SF-RECORD.
           05 SF-CODE PIC X(4).
           05 SF-DESC PIC X(20).
           05 SF-START PIC 9(4).
           05 SF-END PIC 9(4).
           05 SF-GRACE PIC 99.
           05 SF-BRK-START PIC 9(4).
           05 SF-BRK-END PIC 9(4).

       FD SHIFTASG-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01 SA-RECORD.
           05 SA-ID PIC X(5).
           05 SA-SHIFT PIC X(4).
           05 SA-REST-DAYS PIC X(7).

       FD LOANTYPE-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01 LT-RECORD.
           05 LT-CODE PIC X(10).
           05 LT-DESC PIC X(20).
           05 LT-AGENCY PIC X(1).
              88 LT-IS-SSS VALUE 'S'.
              88 LT-IS-PAGIBIG VALUE 'P'.
              88 LT-IS-COMPANY VALUE 'C'.

       FD SSSLOAN-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01 SL-DETAIL.
           05 SL-REC-TYPE PIC X.
           05 SL-SSS-NO PIC X(10).
           05 SL-NAME PIC X(28).
           05 SL-LOAN-ACCT PIC X(15).
           05 SL-LOAN-TYPE PIC X(10).
           05 SL-AMT PIC 9(7)V99.
       01 SL-HEADER.
           05 SL-HDR-TYPE PIC X.
           05 SL-HDR-MONTH PIC X(6).
           05 SL-HDR-ER-NO PIC X(10).
           05 SL-HDR-NAME PIC X(30).
           05 FILLER PIC X(26).
       01 SL-TRAILER.
           05 SL-TRL-TYPE PIC X.
           05 SL-TRL-COUNT PIC 9(6).
           05 SL-TRL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(53).

       FD HDMFLOAN-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01 HL-DETAIL.
           05 HL-REC-TYPE PIC X.
           05 HL-MID-NO PIC X(12).
           05 HL-NAME PIC X(28).
           05 HL-LOAN-ACCT PIC X(15).
           05 HL-LOAN-TYPE PIC X(10).
           05 HL-AMT PIC 9(7)V99.
       01 HL-HEADER.
           05 HL-HDR-TYPE PIC X.
           05 HL-HDR-MONTH PIC X(6).
           05 HL-HDR-ER-NO PIC X(12).
           05 HL-HDR-NAME PIC X(30).
           05 FILLER PIC X(26).
       01 HL-TRAILER.
           05 HL-TRL-TYPE PIC X.
           05 HL-TRL-COUNT PIC 9(6).
           05 HL-TRL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(55).

       FD LNBILL-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01 BL-RECORD.
           05 BL-AGENCY PIC X(1).
           05 BL-MONTH PIC X(6).
           05 BL-LOAN-ACCT PIC X(15).
           05 BL-AMT PIC 9(7)V99.

       FD ENTITY-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 EN-RECORD.
           05 EN-CODE PIC X(4).
           05 EN-NAME PIC X(30).
           05 EN-SSS-NO PIC X(10).
           05 EN-TIN PIC X(12).
           05 EN-PHIC-NO PIC X(12).
           05 EN-PAGIBIG-NO PIC X(12).
           05 EN-BANK-CODE PIC X(4).
           05 EN-BANK-ACCT PIC X(16).

       FD MINWAGE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01 MW-RECORD.
           05 MW-KEY.
              10 MW-REGION PIC X(4).
              10 MW-EFF-DATE PIC 9(8).
           05 MW-DAILY PIC 9(5)V99.
           05 MW-ORDER PIC X(15).
           05 MW-ADJ-DATE PIC 9(8).

       FD PAYADJ-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01 AJ-RECORD.
           05 AJ-KEY.
              10 AJ-ID PIC X(5).
              10 AJ-TGT-FROM PIC 9(8).
              10 AJ-SEQ PIC 9(2).
           05 AJ-CLASS PIC X(1).
              88 AJ-IS-EARNING VALUE 'E'.
              88 AJ-IS-DEDUCTION VALUE 'D'.
           05 AJ-TAXABLE PIC X(1).
           05 AJ-REASON PIC X(4).
           05 AJ-ORIG-FROM PIC 9(8).
           05 AJ-ORIG-TO PIC 9(8).
           05 AJ-AMT PIC 9(7)V99.
           05 AJ-REMARKS PIC X(30).
           05 AJ-STAT PIC X(1).
              88 AJ-OPEN VALUE 'O'.
              88 AJ-APPLIED VALUE 'A'.
           05 AJ-RUN-NO PIC 9(4).
           05 AJ-APPLIED-FROM PIC 9(8).
           05 AJ-MAKER PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE.
           05 WS-PAYPER PIC X(12).
               88 MONTHLY VALUE 'MONTHLY'.
               88 SEMI-MONTHLY VALUE 'SEMI-MONTHLY'.
               88 WEEKLY VALUE 'WEEKLY'.
           05 FILLER PIC XX.
           05 WS-STAT PIC X(9).
           05 FILLER PIC X(3).
           05 WS-PHIC-NO PIC X(12).
           05 FILLER PIC XX.
           05 WS-PAGIBIG-NO PIC X(12).
           05 FILLER PIC XX.
           05 WS-ENTITY PIC X(4).
           05 FILLER PIC XX.
           05 WS-REGION PIC X(4).
           05 FILLER PIC XX.
           05 WS-HIRE-DATE PIC 9(8).
           05 FILLER PIC XX.
           05 WS-REG-DATE PIC 9(8).
           05 FILLER PIC XX.
           05 WS-BIRTH-DATE PIC 9(8).
           05 FILLER PIC XX.
           05 WS-DAILY-RATE PIC 9(5)V99.
       01 WS-HEAD.
           05 FILLER PIC X VALUE '|'.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X VALUE '|'.
       01 WS-DESCRIP.
           05 FILLER PIC X VALUE '|'.
           05 WS-DESCRIPTION PIC X(22).
           05 FILLER PIC X(3) VALUE '|  '.
           05 WS-UNIT PIC X(6).
           05 FILLER PIC X(5) VALUE '  |  '.
           05 WS-AMOUNT PIC X(10).
           05 FILLER PIC X(3) VALUE '  |'.
       01 WS-DESCRIP2.
           05 FILLER PIC X VALUE '|'.
           05 WS-DESCRIPTION2 PIC X(22).
           05 FILLER PIC X(3) VALUE '|  '.
           05 WS-UNIT2 PIC ZZ9.99.
           05 FILLER PIC X(5) VALUE '  |  '.
           05 WS-AMOUNT2 PIC ZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE '  |'.
       01 WS-BPAY PIC 9(7)V99.
       01 WS-ALLO PIC 9(7)V99.
       01 WS-OTPAY PIC 9(7)V99.
       01 WS-NDPAY PIC 9(7)V99.
       01 WS-ND-RATE PIC V99 VALUE .10.
       01 WS-INTAX PIC 9(7)V99.
       01 WS-TAXABLE-INCOME PIC 9(7)V99.
       01 WS-SSS PIC 9(7)V99.
       01 WS-LOAN PIC 9(7)V99.
       01 WS-TDEDUC PIC 9(7)V99.
       01 WS-TBENEFITS PIC 9(7)V99.
       01 WS-ACT-WORK PIC S9(7)V99.
       01 WS-ACT-SAL PIC 9(7)V99.
       01 WS-ACT-CLOSE PIC X(3).
       01 WS-ACT-FINAL PIC X(3) VALUE 'NO '.
       01 WS-ACT-CUTOFFS PIC 9.
       01 WS-PER-COMP PIC 9(7)V99 VALUE 0.
       01 WS-PER-TAXCOMP PIC 9(7)V99 VALUE 0.
       01 WS-MON-TAXCOMP PIC 9(7)V99.
       01 WS-MTD-FOUND PIC X(3).
       01 WS-MTD-COMP PIC 9(7)V99.
       01 WS-MTD-TAXCOMP PIC 9(7)V99.
       01 WS-MTD-SSS PIC 9(7)V99.
       01 WS-MTD-SSS-ER PIC 9(7)V99.
       01 WS-MTD-EC PIC 9(7)V99.
       01 WS-MTD-PHIC PIC 9(7)V99.
       01 WS-MTD-PHIC-ER PIC 9(7)V99.
       01 WS-MTD-PI PIC 9(7)V99.
       01 WS-MTD-PI-ER PIC 9(7)V99.
       01 WS-MTD-TAX PIC 9(7)V99.
       01 WS-DUE-SSS PIC 9(7)V99.
       01 WS-DUE-PHIC PIC 9(7)V99.
       01 WS-DUE-PI PIC 9(7)V99.
       01 WS-DUE-TAX PIC 9(7)V99.
       01 WS-GROSSPAY PIC 9(7)V99.
       01 WS-OT PIC 99.
       01 WS-NIGHT PIC 9(3).
       01 WS-ABST PIC 99.
       01 WS-UTL PIC 99.
       01 WS-BPAYUNIT PIC 99V99.
       01 WS-YT-FOUND PIC X(3).
       01 WS-AD-FS PIC XX.
       01 WS-AUDIT-ACTION PIC X(6).
       01 WS-AUDIT-BEFORE PIC X(273).
       01 WS-AUDIT-AFTER PIC X(273).
       01 WS-AUDIT-STAMP PIC X(21).
       01 WS-13TH-YEAR PIC 9(4).
       01 WS-13TH-PAY PIC 9(9)V99.
           05 WS-13TH-BPAY PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACE.
           05 WS-13TH-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACE.
           05 WS-13TH-PAID PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EOF PIC X(4).
       01 WS-VIEW-FILTER PIC 9.
       01 WS-VIEW-VALUE PIC X(26).
       01 WS-TOT-BPAY PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ALLO PIC 9(9)V99 VALUE 0.
       01 WS-TOT-OTPAY PIC 9(9)V99 VALUE 0.
       01 WS-TOT-NDPAY PIC 9(9)V99 VALUE 0.
       01 WS-TOT-TDEDUC PIC 9(9)V99 VALUE 0.
       01 WS-TOT-NETPAY PIC 9(9)V99 VALUE 0.
       01 WS-REG-LINE.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-REG-OTPAY PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-REG-NDPAY PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-REG-TDEDUC PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-REG-NETPAY PIC ZZZ,ZZZ,ZZ9.99.
              10 WS-GL-T-SAL PIC S9(9)V99.
              10 WS-GL-T-ALLO PIC 9(9)V99.
              10 WS-GL-T-OT PIC 9(9)V99.
              10 WS-GL-T-ND PIC 9(9)V99.
              10 WS-GL-T-HOL PIC 9(9)V99.
              10 WS-GL-T-OTH PIC 9(9)V99.
              10 WS-GL-T-BON PIC 9(9)V99.
       01 WS-GL-SSS PIC 9(9)V99.
       01 WS-GL-PHIC PIC 9(9)V99.
       01 WS-GL-PI PIC 9(9)V99.
              10 WS-RG-T-BPAY PIC 9(9)V99.
              10 WS-RG-T-ALLO PIC 9(9)V99.
              10 WS-RG-T-OT PIC 9(9)V99.
              10 WS-RG-T-ND PIC 9(9)V99.
              10 WS-RG-T-DEDUC PIC 9(9)V99.
              10 WS-RG-T-NET PIC 9(9)V99.
       01 WS-RECON-YEAR PIC 9(4).
       01 WS-SH-EOF PIC X(4).
       01 WS-SH-ANY PIC X(3).
       01 WS-OLD-MONSAL PIC 9(7)V99.
       01 WS-OLD-DAILY-RATE PIC 9(5)V99.
       01 WS-OLD-PAYPER PIC X(12).
       01 WS-RATE-IN-FORCE PIC 9(7)V99.
       01 WS-MASTER-SAL PIC 9(7)V99.
       01 WS-SH-EFF PIC 9(8).
       01 WS-SEP-PRORATA PIC 9(7)V99.
       01 WS-SEP-13TH PIC 9(9)V99.
       01 WS-SEP-AVAIL PIC S9(9)V99.
       01 WS-SEP-RETPAY PIC 9(7)V99 VALUE 0.
       01 WS-SEP-AGE PIC 9(3).
       01 WS-SEP-SVC PIC 9(3).
       01 WS-RET-AGE PIC 9(2) VALUE 60.
       01 WS-RET-MIN-YRS PIC 9(2) VALUE 5.
       01 WS-RET-DAYS PIC 9(2)V9 VALUE 22.5.
       01 WS-SEP-OWED PIC 9(7)V99.
       01 WS-SEP-ADJ-OWED PIC 9(7)V99.
       01 WS-SEP-REMAIN PIC 9(7)V99.
       01 WS-ANN-YEAR PIC 9(4).
       01 WS-ANN-APPLY PIC X(3).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-LN-D-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-LN-D-ACCT PIC X(15).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-LN-D-PRIN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-LN-D-AMORT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-REMIT-EE PIC 9(7)V99.
       01 WS-REMIT-ER PIC 9(7)V99.
       01 WS-REMIT-TOT PIC 9(9)V99.
       01 WS-REM-MONTH PIC X(6).
       01 WS-RA-FOUND PIC X(3).
       01 WS-RA-SSS PIC 9(7)V99.
       01 WS-RA-SSS-ER PIC 9(7)V99.
       01 WS-RA-PHIC PIC 9(7)V99.
       01 WS-RA-PHIC-ER PIC 9(7)V99.
       01 WS-RA-PI PIC 9(7)V99.
       01 WS-RA-PI-ER PIC 9(7)V99.
       01 WS-RA-TAX PIC 9(7)V99.
       01 WS-REMIT-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-REMIT-ID PIC X(5).
       01 WS-LV-OVL-DAYS PIC 9(3).
       01 WS-LV-AVAIL PIC 9(3)V99.
       01 WS-LV-ACCRUE PIC 9V99.
       01 WS-LV-MONTHLY PIC 9V99.
       01 WS-LA-ID PIC X(5).
       01 WS-LA-FROM PIC 9(8).
       01 WS-LA-TO PIC 9(8).
       01 WS-SHOLPAY PIC 9(7)V99.
       01 WS-DL-RHOL PIC 9(3)V99.
       01 WS-DL-SHOL PIC 9(3)V99.
       01 WS-DL-NIGHT PIC 9(3)V99.
       01 WS-DL-SDAYS PIC 9(3).
       01 WS-ED-FS PIC XX.
       01 WS-EE-FS PIC XX.
       01 WS-ED-EOF PIC X(4).
       01 WS-PC-FS PIC XX.
       01 WS-AR-EOF PIC X(4).
       01 WS-MIN-TAKEHOME PIC 9(7)V99 VALUE 0.
       01 WS-BEN-CEILING PIC 9(7)V99 VALUE 90000.
       01 WS-SEP-MODE PIC X(3) VALUE 'NO '.
       01 WS-ARR-SSS PIC 9(7)V99.
       01 WS-ARR-PHIC PIC 9(7)V99.
       01 WS-PD-SEQ PIC 9(4).
       01 WS-PD-TYPE PIC X(8).
       01 WS-PD-KEYDATA PIC X(15).
       01 WS-PD-IMAGE PIC X(273).
       01 WS-AUDIT-USER PIC X(8) VALUE SPACES.
       01 WS-AUDIT-CHECKER PIC X(8) VALUE SPACES.
       01 WS-OP-ID-W PIC X(8).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-TR-D-FLAG PIC X(8).
           05 FILLER PIC X VALUE '|'.
       01 WS-RUN-TYPE PIC X(1) VALUE SPACE.
       01 WS-SEL-RUN-TYPE PIC X(1) VALUE SPACE.
       01 WS-SPEC-NAME PIC X(20).
       01 WS-SPEC-ID PIC X(5).
       01 WS-SPEC-AMT PIC 9(7)V99 VALUE 0.
       01 WS-SPEC-EXEMPT PIC 9(7)V99 VALUE 0.
       01 WS-SPEC-TAXABLE PIC 9(7)V99.
       01 WS-SPEC-USED PIC 9(9)V99.
       01 WS-SPEC-ROOM PIC 9(9)V99.
       01 WS-SPEC-BASE PIC 9(7)V99.
       01 WS-SPEC-BASE-TAX PIC 9(7)V99.
       01 WS-SPEC-FACTOR PIC 9V99.
       01 WS-SPEC-13TH PIC 9(9)V99 VALUE 0.
       01 WS-SPEC-BONUS PIC 9(9)V99 VALUE 0.
       01 WS-SPEC-CNT PIC 9(5).
       01 WS-SPEC-SKIP PIC 9(5).
       01 WS-SPEC-TOT-AMT PIC 9(11)V99.
       01 WS-SPEC-TOT-EXEMPT PIC 9(11)V99.
       01 WS-SPEC-TOT-TAX PIC 9(11)V99.
       01 WS-SPEC-TOT-NET PIC 9(11)V99.
       01 WS-SPEC-DONE PIC X(3).
       01 WS-JP-FS PIC XX.
       01 WS-JL-FS PIC XX.
       01 WS-JR-FS PIC XX.
       01 WS-JOB-MODE PIC X(3) VALUE 'NO '.
       01 WS-JOB-CMD PIC X(20).
       01 WS-JOB-COV-FROM PIC 9(8) VALUE 0.
       01 WS-JOB-COV-TO PIC 9(8) VALUE 0.
       01 WS-JOB-TRIAL-PCT PIC 9(3) VALUE 10.
       01 WS-JOB-EOF PIC X(4).
       01 WS-JOB-OK PIC X(3).
       01 WS-JOB-STOP PIC X(3).
       01 WS-JOB-SEQ PIC 99 VALUE 0.
       01 WS-JOB-RESTART PIC 99 VALUE 0.
       01 WS-JOB-STEP PIC X(14) VALUE SPACES.
       01 WS-JOB-EVENT PIC X(7).
       01 WS-JOB-RC PIC 99 VALUE 0.
       01 WS-JOB-MAXRC PIC 99 VALUE 0.
       01 WS-SF-FS PIC XX.
       01 WS-SA-FS PIC XX.
       01 WS-SF-EOF PIC X(4).
       01 WS-SA-EOF PIC X(4).
       01 WS-SHF-ID PIC X(5).
       01 WS-SHF-CODE PIC X(4).
       01 WS-SHF-REST PIC X(7).
       01 WS-SHF-FOUND PIC X(3).
       01 WS-SHF-HHMM.
           05 WS-SHF-HH PIC 99.
           05 WS-SHF-MM PIC 99.
       01 WS-SHF-START-MIN PIC 9(4).
       01 WS-SHF-END-MIN PIC 9(4).
       01 WS-SHF-GRACE PIC 99.
       01 WS-SHF-BS-MIN PIC 9(4).
       01 WS-SHF-BE-MIN PIC 9(4).
       01 WS-SHF-SCHED PIC 9(4).
       01 WS-SHF-DOW PIC 9.
       01 WS-SHF-RESTDAY PIC X(3).
       01 WS-SHF-I PIC 9.
       01 WS-TL-EFF-IN PIC 9(4).
       01 WS-TL-LATE PIC 9(4).
       01 WS-TL-OTMIN PIC 9(4).
       01 WS-TL-NIGHTMIN PIC 9(4).
       01 WS-TL-BRKMIN PIC 9(4).
       01 WS-TL-BRK-FROM PIC 9(4).
       01 WS-TL-BRK-TO PIC 9(4).
       01 WS-OV-A1 PIC 9(4).
       01 WS-OV-A2 PIC 9(4).
       01 WS-OV-B1 PIC 9(4).
       01 WS-OV-B2 PIC 9(4).
       01 WS-OV-LO PIC 9(4).
       01 WS-OV-HI PIC 9(4).
       01 WS-OV-MIN PIC 9(4).
       01 WS-IMP-EMP-DAYS PIC 9(3).
       01 WS-IMP-EMP-RHOL PIC 9(3).
       01 WS-SF-CODE-W PIC X(4).
       01 WS-SF-DESC-W PIC X(20).
       01 WS-SF-START-W PIC 9(4).
       01 WS-SF-END-W PIC 9(4).
       01 WS-SF-GRACE-W PIC 99.
       01 WS-SF-BS-W PIC 9(4).
       01 WS-SF-BE-W PIC 9(4).
       01 WS-SF-VALID PIC X(3).
       01 WS-SF-INUSE PIC X(3).
       01 WS-SA-ID-W PIC X(5).
       01 WS-SA-REST-W PIC X(7).
       01 WS-SF-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-SF-D-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-SF-D-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-SF-D-START PIC 9(4).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-SF-D-END PIC 9(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-SF-D-GRACE PIC Z9.
           05 FILLER PIC X(7) VALUE ' MIN  |'.
           05 WS-SF-D-BS PIC 9(4).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-SF-D-BE PIC 9(4).
           05 FILLER PIC X VALUE '|'.
       01 WS-SA-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-SA-D-ID PIC X(5).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-SA-D-NAME PIC X(28).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-SA-D-SHIFT PIC X(4).
           05 FILLER PIC X(3) VALUE '  |'.
           05 WS-SA-D-REST PIC X(7).
           05 FILLER PIC X(2) VALUE ' |'.
       01 WS-LT-FS PIC XX.
       01 WS-SL-FS PIC XX.
       01 WS-HL-FS PIC XX.
       01 WS-BL-FS PIC XX.
       01 WS-LT-EOF PIC X(4).
       01 WS-BL-EOF PIC X(4).
       01 WS-LT-CODE-W PIC X(10).
       01 WS-LT-DESC-W PIC X(20).
       01 WS-LT-AGENCY-W PIC X(1).
       01 WS-LT-INUSE PIC X(3).
       01 WS-LN-AGY-ACCT PIC X(15).
       01 WS-LN-VALID PIC X(3).
       01 WS-AL-AGENCY PIC X(1).
       01 WS-AL-PREV-KEY.
           05 WS-AL-PREV-ID PIC X(5).
           05 WS-AL-PREV-NO PIC 9(2).
       01 WS-AL-AMT PIC 9(7)V99.
       01 WS-AL-BILLED PIC 9(9)V99.
       01 WS-AL-DEDUCTED PIC 9(9)V99.
       01 WS-AL-VAR PIC S9(7)V99.
       01 WS-AL-TOT-VAR PIC S9(9)V99.
       01 WS-AL-MATCH PIC X(3).
       01 WS-AL-CNT-OK PIC 9(5).
       01 WS-AL-CNT-UNDER PIC 9(5).
       01 WS-AL-CNT-OVER PIC 9(5).
       01 WS-AL-CNT-NOFILE PIC 9(5).
       01 WS-AL-CNT-NOBILL PIC 9(5).
       01 WS-AL-D-TOT PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-AL-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-AL-D-ACCT PIC X(15).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AL-D-ID PIC X(5).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AL-D-NO PIC Z9.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AL-D-BILLED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AL-D-DEDUC PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AL-D-VAR PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AL-D-STAT PIC X(16).
           05 FILLER PIC X VALUE '|'.
       01 WS-LT-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-LT-D-CODE PIC X(10).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-LT-D-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-LT-D-AGENCY PIC X(8).
           05 FILLER PIC X VALUE '|'.
       01 WS-EN-FS PIC XX.
       01 WS-EN-EOF PIC X(4).
       01 WS-ENT-SEL PIC X(4) VALUE SPACES.
       01 WS-ENT-CUR PIC X(4).
       01 WS-ENT-ALL PIC X(3) VALUE 'NO '.
       01 WS-ENT-OK PIC X(3).
       01 WS-ENT-MATCH PIC X(3).
       01 WS-ENT-VALID PIC X(3).
       01 WS-DATES-VALID PIC X(3).
       01 WS-ENT-INUSE PIC X(3).
       01 WS-OLD-ENTITY PIC X(4).
       01 WS-JOB-ENTITY PIC X(4) VALUE SPACES.
       01 WS-JOB-PAYGRP PIC X(1) VALUE SPACE.
       01 WS-PAYGRP-SEL PIC X(1) VALUE SPACE.
       01 WS-PAYGRP-OK PIC X(3).
       01 WS-PAYGRP-MATCH PIC X(3).
       01 WS-EN-W.
           05 WS-EN-CODE-W PIC X(4).
           05 WS-EN-NAME-W PIC X(30).
           05 WS-EN-SSS-W PIC X(10).
           05 WS-EN-TIN-W PIC X(12).
           05 WS-EN-PHIC-W PIC X(12).
           05 WS-EN-PAGIBIG-W PIC X(12).
           05 WS-EN-BANK-CODE-W PIC X(4).
           05 WS-EN-BANK-ACCT-W PIC X(16).
       01 WS-EN-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-EN-D-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-EN-D-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-EN-D-SSS PIC X(10).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-EN-D-TIN PIC X(12).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-EN-D-PHIC PIC X(12).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-EN-D-PAGIBIG PIC X(12).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-EN-D-BANK PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-EN-D-ACCT PIC X(16).
           05 FILLER PIC X VALUE '|'.
       01 WS-RE-CNT PIC 9(2).
       01 WS-RE-I PIC 9(2).
       01 WS-RE-FOUND PIC X(3).
       01 WS-RE-TABLE.
           05 WS-RE-ENT OCCURS 20 TIMES.
              10 WS-RE-T-ENTITY PIC X(4).
              10 WS-RE-T-BPAY PIC 9(9)V99.
              10 WS-RE-T-ALLO PIC 9(9)V99.
              10 WS-RE-T-OT PIC 9(9)V99.
              10 WS-RE-T-ND PIC 9(9)V99.
              10 WS-RE-T-DEDUC PIC 9(9)V99.
              10 WS-RE-T-NET PIC 9(9)V99.
       01 WS-MW-FS PIC XX.
       01 WS-MW-EOF PIC X(4).
       01 WS-MW-VALID PIC X(3).
       01 WS-MW-FOUND PIC X(3).
       01 WS-MW-APPLY PIC X(3).
       01 WS-MW-SUBMIT PIC X(1).
       01 WS-MW-REGION-W PIC X(4).
       01 WS-MW-ASOF PIC 9(8).
       01 WS-MW-MIN PIC 9(5)V99.
       01 WS-MW-RATE PIC 9(7)V99.
       01 WS-MW-SHORT PIC 9(7)V99.
       01 WS-MW-NEWSAL PIC 9(7)V99.
       01 WS-MW-CNT PIC 9(5).
       01 WS-MW-BELOW PIC 9(5).
       01 WS-MW-NOREG PIC 9(5).
       01 WS-MW-TOTAL PIC 9(9)V99.
       01 WS-MW-W.
           05 WS-MW-KEY-W.
              10 WS-MW-REGION-E PIC X(4).
              10 WS-MW-EFF-E PIC 9(8).
           05 WS-MW-DAILY-E PIC 9(5)V99.
           05 WS-MW-ORDER-E PIC X(15).
           05 WS-MW-ADJ-E PIC 9(8).
       01 WS-MW-NEW-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MW-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-MW-D-REGION PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MW-D-EFF PIC 9(8).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MW-D-DAILY PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MW-D-ORDER PIC X(15).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MW-D-ADJ PIC X(8).
           05 FILLER PIC X VALUE '|'.
       01 WS-MC-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-MC-D-ID PIC X(5).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MC-D-NAME PIC X(28).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MC-D-REGION PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MC-D-DESIG PIC X(13).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MC-D-RATE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MC-D-MIN PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MC-D-SHORT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-MC-D-REMARK PIC X(14).
           05 FILLER PIC X VALUE '|'.
       01 WS-AJ-FS PIC XX.
       01 WS-AJ-EOF PIC X(4).
       01 WS-AJ-SEQ-MAX PIC 9(2).
       01 WS-AJ-CNT PIC 9(2).
       01 WS-AJ-I PIC 9(2).
       01 WS-AJ-ANY PIC X(3).
       01 WS-AJ-REG PIC X(3) VALUE 'NO '.
       01 WS-ADJ-EARN PIC 9(7)V99.
       01 WS-ADJ-DEDUC PIC 9(7)V99.
       01 WS-ADJ-TXE PIC 9(7)V99.
       01 WS-ADJ-TXD PIC 9(7)V99.
       01 WS-ADJ-NONTX PIC 9(7)V99.
       01 WS-TOT-ADJE PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ADJD PIC 9(9)V99 VALUE 0.
       01 WS-AJ-W.
           05 WS-AJ-KEY-W.
              10 WS-AJ-ID-W PIC X(5).
              10 WS-AJ-TGT-W PIC 9(8).
              10 WS-AJ-SEQ-W PIC 9(2).
           05 WS-AJ-CLASS-W PIC X(1).
           05 WS-AJ-TAXABLE-W PIC X(1).
           05 WS-AJ-REASON-W PIC X(4).
              88 WS-AJ-REASON-OK VALUE 'OT  ' 'ABS ' 'LOAN' 'ALLO'
                                       'HOL ' 'SAL ' 'OTH '.
           05 WS-AJ-OFROM-W PIC 9(8).
           05 WS-AJ-OTO-W PIC 9(8).
           05 WS-AJ-AMT-W PIC 9(7)V99.
           05 WS-AJ-REMARKS-W PIC X(30).
           05 WS-AJ-STAT-W PIC X(1).
           05 WS-AJ-RUN-W PIC 9(4).
           05 WS-AJ-APPLIED-W PIC 9(8).
           05 WS-AJ-MAKER-W PIC X(8).
       01 WS-AJ-TABLE.
           05 WS-AJ-ENT OCCURS 10 TIMES.
              10 WS-AJ-T-DESC PIC X(22).
              10 WS-AJ-T-CLASS PIC X(1).
              10 WS-AJ-T-AMT PIC 9(7)V99.
       01 WS-AJ-DESC.
           05 FILLER PIC X(4) VALUE 'ADJ '.
           05 WS-AJ-DESC-RSN PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-AJ-DESC-ORIG PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-AJ-DESC-TAX PIC X(4).
       01 WS-AJ-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-AJ-D-ID PIC X(5).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-TGT PIC 9(8).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-SEQ PIC 9(2).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-CLASS PIC X(1).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-TAX PIC X(1).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-RSN PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-OFROM PIC 9(8).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-OTO PIC 9(8).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-STAT PIC X(7).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-RUN PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-AJ-D-REMARKS PIC X(30).
           05 FILLER PIC X VALUE '|'.
       01 WS-RA-LINE.
           05 FILLER PIC X VALUE '|'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-RA-DESC PIC X(28).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-RA-KIND PIC X(30).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-RA-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE '|'.
       01 WS-TN-FROM.
           05 WS-TN-FROM-Y PIC 9(4).
           05 WS-TN-FROM-M PIC 9(2).
           05 WS-TN-FROM-D PIC 9(2).
       01 WS-TN-TO.
           05 WS-TN-TO-Y PIC 9(4).
           05 WS-TN-TO-M PIC 9(2).
           05 WS-TN-TO-D PIC 9(2).
       01 WS-TN-MONTHS PIC 9(4).
       01 WS-TN-YEARS PIC 9(3).
       01 WS-TN-REM PIC 9(2).
       01 WS-WK-DATE.
           05 WS-WK-YY PIC 9(4).
           05 WS-WK-MM PIC 9(2).
           05 WS-WK-DD PIC 9(2).
       01 WS-WK-NEXT PIC 9(8).
       01 WS-WK-DAY PIC 9(2).
       01 WS-WK-RUNS PIC 9.
       01 WS-WK-LEFT PIC 9.
       01 WS-WK-DAYS PIC 9(2).
       01 WS-HC-MONTH PIC 9(6).
       01 WS-HC-FROM PIC 9(8).
       01 WS-HC-TO PIC 9(8).
       01 WS-HC-H PIC 9(8).
       01 WS-HC-S PIC 9(8).
       01 WS-HC-CNT PIC 9(2).
       01 WS-HC-I PIC 9(2).
       01 WS-HR-CNT PIC 9(2).
       01 WS-HR-I PIC 9(2).
       01 WS-HC-FOUND PIC X(3).
       01 WS-HC-REASON PIC X(20).
       01 WS-HC-NOHIRE PIC 9(5).
       01 WS-HC-RATE PIC 9(3)V99.
       01 WS-HC-TOT-OPEN PIC 9(5).
       01 WS-HC-TOT-HIRE PIC 9(5).
       01 WS-HC-TOT-SEP PIC 9(5).
       01 WS-HC-TOT-CLOSE PIC 9(5).
       01 WS-HC-TABLE.
           05 WS-HC-ENT OCCURS 50 TIMES.
              10 WS-HC-T-DEPT PIC X(4).
              10 WS-HC-T-DESIG PIC X(14).
              10 WS-HC-T-OPEN PIC 9(5).
              10 WS-HC-T-HIRE PIC 9(5).
              10 WS-HC-T-SEP PIC 9(5).
              10 WS-HC-T-CLOSE PIC 9(5).
       01 WS-HR-TABLE.
           05 WS-HR-ENT OCCURS 99 TIMES.
              10 WS-HR-T-DEPT PIC X(4).
              10 WS-HR-T-DESIG PIC X(14).
              10 WS-HR-T-REASON PIC X(20).
              10 WS-HR-T-CNT PIC 9(5).
       01 WS-HC-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-HC-D-DEPT PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HC-D-DESIG PIC X(14).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HC-D-OPEN PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HC-D-HIRE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HC-D-SEP PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HC-D-CLOSE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HC-D-RATE PIC ZZZZ9.99.
           05 FILLER PIC X VALUE '|'.
       01 WS-HR-LINE.
           05 FILLER PIC X VALUE '|'.
           05 WS-HR-D-DEPT PIC X(4).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HR-D-DESIG PIC X(14).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HR-D-REASON PIC X(20).
           05 FILLER PIC X(2) VALUE ' |'.
           05 WS-HR-D-CNT PIC ZZZZ9.
           05 FILLER PIC X VALUE '|'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O LOANPAY-ARC.
           OPEN I-O OPERATOR-FILE.
           OPEN I-O PENDING-FILE.
           OPEN I-O SHIFT-FILE.
           OPEN I-O SHIFTASG-FILE.
           OPEN I-O LOANTYPE-FILE.
           OPEN I-O ENTITY-FILE.
           OPEN I-O MINWAGE-FILE.
           OPEN I-O PAYADJ-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM SEED-CONTRIB-PARA.
           PERFORM SEED-TENURE-PARA.
           PERFORM SEED-DEPT-PARA.
           PERFORM SEED-OPERATOR-PARA.
           PERFORM SEED-ENTITY-PARA.
           PERFORM LOAD-PAYCTL-PARA.
           ACCEPT WS-JOB-CMD FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE (WS-JOB-CMD) TO WS-JOB-CMD.
           IF WS-JOB-CMD = 'BATCH'
             PERFORM JOB-PARA
             MOVE 99 TO WS-CHOICE
           ELSE
             PERFORM SIGNON-PARA
             IF WS-SIGNON-OK NOT = 'YES'
               MOVE 99 TO WS-CHOICE
             END-IF
           END-IF.
           DISPLAY WS-LINE2 "============= SALARY MANAGEMENT SYSTEM"
                  " ==============" WS-LINE2.
                     WS-SPACE WS-SPACE "            |  |"
             DISPLAY "|  | (30) FILE INTEGRITY AUDIT."
                     WS-SPACE WS-SPACE "                  |  |"
             DISPLAY "|  | (31) OFF-CYCLE SPECIAL PAY RUNS."
                     WS-SPACE WS-SPACE "            |  |"
             DISPLAY "|  | (32) SHIFT SCHEDULE MAINTENANCE."
                     WS-SPACE WS-SPACE "            |  |"
             DISPLAY "|  | (33) LOAN TYPE TABLE MAINTENANCE."
                     WS-SPACE WS-SPACE "           |  |"
             DISPLAY "|  | (34) EMPLOYER ENTITY MAINTENANCE."
                     WS-SPACE WS-SPACE "           |  |"
             DISPLAY "|  | (35) MINIMUM WAGE AND WAGE ORDERS."
                     WS-SPACE WS-SPACE "          |  |"
             DISPLAY "|  | (36) ONE-TIME PAYROLL ADJUSTMENTS."
                     WS-SPACE WS-SPACE "          |  |"
             DISPLAY "|  | (37) HEADCOUNT AND TURNOVER REPORT."
                     WS-SPACE WS-SPACE "         |  |"
             DISPLAY "|  | (99) EXIT THE PROGRAM." WS-SPACE WS-SPACE
                     "                      |  |"
             PERFORM PRINT-LINE2-PARA
                 PERFORM ARCHIVE-PARA
               WHEN 30
                 PERFORM INTEGRITY-PARA
               WHEN 31
                 PERFORM OFFCYCLE-PARA
               WHEN 32
                 PERFORM SHIFT-MAINT-PARA
               WHEN 33
                 PERFORM LOANTYPE-MAINT-PARA
               WHEN 34
                 PERFORM ENTITY-MAINT-PARA
               WHEN 35
                 PERFORM MINWAGE-MAINT-PARA
               WHEN 36
                 PERFORM ADJ-MAINT-PARA
               WHEN 37
                 PERFORM HEADCOUNT-PARA
               WHEN 99
                 CONTINUE
               WHEN OTHER
           CLOSE LOANPAY-ARC.
           CLOSE OPERATOR-FILE.
           CLOSE PENDING-FILE.
           CLOSE SHIFT-FILE.
           CLOSE SHIFTASG-FILE.
           CLOSE LOANTYPE-FILE.
           CLOSE ENTITY-FILE.
           CLOSE MINWAGE-FILE.
           CLOSE PAYADJ-FILE.
           CLOSE AUDIT-FILE.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-MAXRC TO RETURN-CODE
           END-IF.
           STOP RUN.

       ADD-PARA.
           ACCEPT WS-LNAME.
           MOVE 'NO ' TO WS-DESIG-VALID.
           PERFORM VALIDATE-DESIG-PARA UNTIL WS-DESIG-VALID = 'YES'.
           DISPLAY "PAY PERIOD              : " WITH NO ADVANCING.
           ACCEPT WS-PAYPER.
           MOVE FUNCTION UPPER-CASE (WS-PAYPER) TO WS-PAYPER.
           IF WEEKLY
             DISPLAY "DAILY RATE              : " WITH NO ADVANCING
             ACCEPT WS-DAILY-RATE
             COMPUTE WS-MONSAL = WS-DAILY-RATE * 26
           ELSE
             DISPLAY "MONTHLY BASIC SALARY    : " WITH NO ADVANCING
             ACCEPT WS-MONSAL
             MOVE 0 TO WS-DAILY-RATE
           END-IF.
           DISPLAY "BANK CODE               : " WITH NO ADVANCING.
           ACCEPT WS-BANK-CODE.
           DISPLAY "BANK ACCOUNT NUMBER     : " WITH NO ADVANCING.
               UNTIL WS-STATNO-VALID = 'YES'.
           MOVE 'NO ' TO WS-DEPT-VALID.
           PERFORM VALIDATE-DEPT-PARA UNTIL WS-DEPT-VALID = 'YES'.
           MOVE 'NO ' TO WS-ENT-VALID.
           PERFORM VALIDATE-ENTITY-PARA UNTIL WS-ENT-VALID = 'YES'.
           MOVE 'NO ' TO WS-MW-VALID.
           PERFORM VALIDATE-REGION-PARA UNTIL WS-MW-VALID = 'YES'.
           MOVE 'NO ' TO WS-DATES-VALID.
           PERFORM VALIDATE-DATES-PARA UNTIL WS-DATES-VALID = 'YES'.

       VALIDATE-ENTITY-PARA.
           DISPLAY "EMPLOYER ENTITY CODE (BLANK FOR MAIN): "
                                      WITH NO ADVANCING.
           ACCEPT WS-ENTITY.
           MOVE FUNCTION UPPER-CASE (WS-ENTITY) TO WS-ENTITY.
           IF WS-ENTITY = SPACES
             MOVE 'MAIN' TO WS-ENTITY
           END-IF.
           MOVE WS-ENTITY TO EN-CODE.
           READ ENTITY-FILE
             INVALID KEY
               DISPLAY "UNKNOWN EMPLOYER ENTITY. MAINTAIN IT IN THE "
                       "ENTITY MASTER FIRST."
               MOVE 'NO ' TO WS-ENT-VALID
             NOT INVALID KEY
               MOVE 'YES' TO WS-ENT-VALID
           END-READ.

       VALIDATE-REGION-PARA.
           DISPLAY "WORK REGION CODE (BLANK IF NONE): "
                                      WITH NO ADVANCING.
           ACCEPT WS-REGION.
           MOVE FUNCTION UPPER-CASE (WS-REGION) TO WS-REGION.
           MOVE 'YES' TO WS-MW-VALID.
           IF WS-REGION = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-REGION TO MW-REGION.
           MOVE 0 TO MW-EFF-DATE.
           START MINWAGE-FILE KEY IS >= MW-KEY
             INVALID KEY
               MOVE 'NO ' TO WS-MW-VALID
             NOT INVALID KEY
               READ MINWAGE-FILE NEXT RECORD
                 AT END
                   MOVE 'NO ' TO WS-MW-VALID
                 NOT AT END
                   IF MW-REGION NOT = WS-REGION
                     MOVE 'NO ' TO WS-MW-VALID
                   END-IF
               END-READ
           END-START.
           IF WS-MW-VALID = 'NO '
             DISPLAY "UNKNOWN WORK REGION. ADD ITS MINIMUM WAGE "
                     "TO THE WAGE TABLE FIRST."
           END-IF.

       VALIDATE-DATES-PARA.
           DISPLAY "DATE HIRED (YYYYMMDD)   : " WITH NO ADVANCING.
           ACCEPT WS-HIRE-DATE.
           DISPLAY "DATE REGULARIZED (YYYYMMDD, 0 IF NOT YET): "
                                      WITH NO ADVANCING.
           ACCEPT WS-REG-DATE.
           DISPLAY "DATE OF BIRTH (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-BIRTH-DATE.
           MOVE 'NO ' TO WS-DATES-VALID.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-HIRE-DATE) NOT = 0
             DISPLAY "INVALID HIRE DATE."
           ELSE IF WS-REG-DATE NOT = 0
             AND (FUNCTION TEST-DATE-YYYYMMDD (WS-REG-DATE) NOT = 0
               OR WS-REG-DATE < WS-HIRE-DATE)
             DISPLAY "INVALID REGULARIZATION DATE. IT CANNOT BE "
                     "BEFORE THE HIRE DATE."
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD (WS-BIRTH-DATE) NOT = 0
             OR WS-BIRTH-DATE NOT < WS-HIRE-DATE
             DISPLAY "INVALID BIRTH DATE. IT MUST BE BEFORE THE "
                     "HIRE DATE."
           ELSE
             MOVE 'YES' TO WS-DATES-VALID
           END-IF.

       VALIDATE-DEPT-PARA.
           DISPLAY "DEPARTMENT/COST CENTER  : " WITH NO ADVANCING.
             NOT INVALID KEY
               MOVE FS-EMPLOYEE TO WS-AUDIT-BEFORE
               MOVE WS-MONSAL TO WS-OLD-MONSAL
               MOVE WS-DAILY-RATE TO WS-OLD-DAILY-RATE
               MOVE WS-PAYPER TO WS-OLD-PAYPER
               MOVE WS-BANK-ACCT TO WS-OLD-BANK-ACCT
               MOVE WS-ENTITY TO WS-OLD-ENTITY
               IF WS-OLD-ENTITY = SPACES
                 MOVE 'MAIN' TO WS-OLD-ENTITY
               END-IF
               PERFORM INFO-PARA
               PERFORM MAKE-CAPS-PARA
               DISPLAY "PAYMENT STATUS          : " WITH NO ADVANCING
               MOVE FUNCTION UPPER-CASE (WS-STAT) TO WS-STAT
               DISPLAY " "
               IF WS-MONSAL NOT = WS-OLD-MONSAL
                 OR WS-PAYPER NOT = WS-OLD-PAYPER
                 OR WS-BANK-ACCT NOT = WS-OLD-BANK-ACCT
                 OR WS-ENTITY NOT = WS-OLD-ENTITY
                 MOVE WS-EMPLOYEE TO WS-PD-IMAGE
                 MOVE 'EMPLOYEE' TO WS-PD-TYPE
                 MOVE WS-ID TO WS-PD-KEYDATA
                 PERFORM ADD-PENDING-PARA
                 MOVE WS-OLD-MONSAL TO WS-MONSAL
                 MOVE WS-OLD-DAILY-RATE TO WS-DAILY-RATE
                 MOVE WS-OLD-PAYPER TO WS-PAYPER
                 MOVE WS-OLD-BANK-ACCT TO WS-BANK-ACCT
                 MOVE WS-OLD-ENTITY TO WS-ENTITY
                 DISPLAY "SALARY/PAY PERIOD/BANK ACCOUNT/EMPLOYER "
                         "ENTITY CHANGES ARE HELD AS PENDING UNTIL "
                         "APPROVED."
               END-IF
               REWRITE FS-EMPLOYEE FROM WS-EMPLOYEE
                 INVALID KEY DISPLAY "RECORD NOT UPDATED."
           DISPLAY "|  | PROCESSING ALL PENDING EMPLOYEE RECORDS..."
                   WS-SPACE WS-SPACE "    |  |".
           PERFORM PRINT-LINE2-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           PERFORM ACCEPT-PAYGRP-PARA.
           DISPLAY " ".
           MOVE 'YES' TO WS-BATCH-MODE.
           MOVE 0 TO WS-ARR-EXC-CNT.
           MOVE SPACE TO WS-RUN-TYPE.
           PERFORM OPEN-RUN-PARA.
           IF WS-RUN-OK = 'YES'
             DISPLAY "PAY RUN NUMBER          : " WS-RUN-NO
                   READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                     AT END MOVE 'TRUE' TO WS-EOF
                     NOT AT END
                       PERFORM EMP-ENTITY-MATCH-PARA
                       PERFORM EMP-PAYGRP-MATCH-PARA
                       IF WS-STAT = 'PENDING'
                         AND WS-ENT-MATCH = 'YES'
                         AND WS-PAYGRP-MATCH = 'YES'
                         DISPLAY "PROCESSING EMPLOYEE ID: " WS-ID
                         PERFORM PAYSLIP-PARA
                         IF WS-PAYPERIOD-INVALID = 'YES'
             DISPLAY "BATCH PAYSLIP RUN COMPLETE."
             DISPLAY "EMPLOYEES WITH DEDUCTION SHORTFALLS: "
                     WS-ARR-EXC-CNT
           ELSE
             MOVE 8 TO WS-JOB-RC
           END-IF.
           MOVE 'NO ' TO WS-BATCH-MODE.
           MOVE SPACE TO WS-PAYGRP-SEL.

       TRIAL-RUN-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY "|  | COMPUTES ALL PENDING RECORDS - NOTHING IS "
                   "POSTED." WS-SPACE "     |  |".
           PERFORM PRINT-LINE2-PARA.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-TRIAL-PCT TO WS-TRIAL-PCT
             DISPLAY "NET PAY VARIANCE THRESHOLD (PERCENT): "
                     WS-TRIAL-PCT
           ELSE
             DISPLAY "NET PAY VARIANCE THRESHOLD (PERCENT): "
                                        WITH NO ADVANCING
             ACCEPT WS-TRIAL-PCT
           END-IF.
           PERFORM ACCEPT-ENTITY-PARA.
           PERFORM ACCEPT-PAYGRP-PARA.
           DISPLAY " ".
           MOVE 'YES' TO WS-BATCH-MODE.
           MOVE 'YES' TO WS-TRIAL-MODE.
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM EMP-ENTITY-MATCH-PARA
                     PERFORM EMP-PAYGRP-MATCH-PARA
                     IF WS-STAT = 'PENDING'
                       AND WS-ENT-MATCH = 'YES'
                       AND WS-PAYGRP-MATCH = 'YES'
                       PERFORM PAYSLIP-PARA
                       IF WS-PAYPERIOD-INVALID = 'YES'
                         DISPLAY "RECORD " WS-ID " SKIPPED - "
           DISPLAY "NOTHING HAS BEEN POSTED. REVIEW THE FLAGGED "
                   "LINES, THEN RELEASE".
           DISPLAY "THE RUN WITH THE FINAL RUN OPTION.".
           IF WS-TRIAL-FLAG-CNT > 0
             MOVE 4 TO WS-JOB-RC
           END-IF.
           MOVE 'NO ' TO WS-TRIAL-MODE.
           MOVE 'NO ' TO WS-BATCH-MODE.
           MOVE SPACE TO WS-PAYGRP-SEL.

       TRIAL-DROPPED-PARA.
           INITIALIZE WS-EOF.
             READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
               AT END MOVE 'TRUE' TO WS-EOF
               NOT AT END
                 PERFORM EMP-ENTITY-MATCH-PARA
                 PERFORM EMP-PAYGRP-MATCH-PARA
                 IF WS-STAT NOT = 'PENDING'
                   AND WS-STAT NOT = 'SEPARATED'
                   AND WS-ENT-MATCH = 'YES'
                   AND WS-PAYGRP-MATCH = 'YES'
                   PERFORM TRIAL-PRIOR-PARA
                   IF WS-PRV-FOUND = 'YES'
                     MOVE WS-ID TO WS-TR-D-ID
                 IF PF-ID NOT = WS-ID
                   MOVE 'TRUE' TO WS-PS-EOF
                 ELSE
                   IF PF-REGULAR
                     MOVE 'YES' TO WS-PRV-FOUND
                     MOVE PF-NETPAY TO WS-PRV-NET
                     MOVE PF-GROSSPAY TO WS-PRV-GROSS
                     MOVE PF-TDEDUC TO WS-PRV-DEDUC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       OPEN-RUN-PARA.
           MOVE 'NO ' TO WS-RUN-OK.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-COV-TO TO WS-RUN-COV-TO
           ELSE
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-COV-TO
           END-IF.
           PERFORM FIND-RUN-PARA.
           EVALUATE TRUE
             WHEN WS-RUN-FOUND = 'NO '
               PERFORM NEW-RUN-PARA
             WHEN WS-RUN-FOUND-STAT = 'COMPLETED'
               AND WS-JOB-MODE = 'YES'
               DISPLAY "RUN " WS-RUN-FOUND-NO " FOR THIS PERIOD IS "
                       "ALREADY COMPLETED - NOT REOPENED IN BATCH."
             WHEN WS-RUN-FOUND-STAT = 'COMPLETED'
               DISPLAY "RUN " WS-RUN-FOUND-NO " FOR THIS PERIOD IS "
                       "ALREADY COMPLETED."
                 NOT INVALID KEY
                   DISPLAY "RUN " RC-RUN-NO " IS STILL OPEN FOR THIS "
                           "PERIOD. LAST ID PROCESSED: " RC-LAST-ID
                   IF WS-JOB-MODE = 'YES'
                     DISPLAY "RESUMING AFTER THE CHECKPOINT."
                     MOVE 1 TO WS-CHOICE
                   ELSE
                     DISPLAY "|  | (1) RESUME AFTER THE CHECKPOINT."
                             WS-SPACE WS-SPACE "      |  |"
                     DISPLAY "|  | (2) ABORT IT AND START A NEW RUN."
                             WS-SPACE "          |  |"
                     DISPLAY "|  | (3) CANCEL." WS-SPACE WS-SPACE
                             WS-SPACE "  |  |"
                     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
                     ACCEPT WS-CHOICE
                   END-IF
                   EVALUATE WS-CHOICE
                     WHEN 1
                       MOVE RC-RUN-NO TO WS-RUN-NO
               AT END MOVE 'TRUE' TO WS-RC-EOF
               NOT AT END
                 MOVE RC-RUN-NO TO WS-RUN-MAX
                 MOVE RC-ENTITY TO WS-ENT-CUR
                 IF WS-ENT-CUR = SPACES
                   MOVE 'MAIN' TO WS-ENT-CUR
                 END-IF
                 IF RC-COV-TO = WS-RUN-COV-TO
                   AND RC-STAT NOT = 'ABORTED'
                   AND RC-RUN-TYPE = WS-RUN-TYPE
                   AND WS-ENT-CUR = WS-ENT-SEL
                   AND RC-PAYGRP = WS-PAYGRP-SEL
                   MOVE 'YES' TO WS-RUN-FOUND
                   MOVE RC-RUN-NO TO WS-RUN-FOUND-NO
                   MOVE RC-STAT TO WS-RUN-FOUND-STAT
           MOVE WS-RUN-COV-TO TO RC-COV-TO.
           MOVE 'OPEN' TO RC-STAT.
           MOVE '00000' TO RC-LAST-ID.
           MOVE WS-RUN-TYPE TO RC-RUN-TYPE.
           MOVE WS-ENT-SEL TO RC-ENTITY.
           MOVE WS-PAYGRP-SEL TO RC-PAYGRP.
           WRITE RC-RECORD
             INVALID KEY
               DISPLAY "RUN CONTROL RECORD NOT SAVED."
           DISPLAY "|  | OT/ABSENCE COME FROM THE ATTENDANCE FILE - "
                   "LOANS FROM THE LOAN MASTER." WS-SPACE "  |  |".
           PERFORM PRINT-LINE2-PARA.
           MOVE 'YES' TO WS-ENT-ALL.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 'NO ' TO WS-ENT-ALL.
           PERFORM ACCEPT-PAYGRP-PARA.
           MOVE 0 TO WS-TOT-BPAY WS-TOT-ALLO WS-TOT-OTPAY
                     WS-TOT-NDPAY WS-TOT-TDEDUC WS-TOT-NETPAY.
           MOVE 0 TO WS-RG-CNT.
           MOVE 0 TO WS-RE-CNT.
           MOVE 0 TO WS-TOT-ADJE WS-TOT-ADJD.
           DISPLAY "|ID   | NAME                       "
                   "| BASIC PAY   | ALLOWANCE   | OT PAY      "
                   "| NIGHT DIFF  | DEDUCTIONS  | NET PAY     |".
           INITIALIZE WS-EOF.
           MOVE 'YES' TO WS-AJ-REG.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
             INVALID KEY DISPLAY "ERROR! NO EMPLOYEE RECORDS FOUND."
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM EMP-ENTITY-MATCH-PARA
                     PERFORM EMP-PAYGRP-MATCH-PARA
                     IF WS-STAT NOT = 'SEPARATED'
                       AND WS-ENT-MATCH = 'YES'
                       AND WS-PAYGRP-MATCH = 'YES'
                       PERFORM REGISTER-LINE-PARA
                     END-IF
                 END-READ
               END-PERFORM
           END-START.
           MOVE 'NO ' TO WS-AJ-REG.
           PERFORM PRINT-LINE2-PARA.
           MOVE SPACES TO WS-REG-ID
           MOVE 'GRAND TOTAL' TO WS-REG-NAME
           MOVE WS-TOT-BPAY TO WS-REG-BPAY
           MOVE WS-TOT-ALLO TO WS-REG-ALLO
           MOVE WS-TOT-OTPAY TO WS-REG-OTPAY
           MOVE WS-TOT-NDPAY TO WS-REG-NDPAY
           MOVE WS-TOT-TDEDUC TO WS-REG-TDEDUC
           MOVE WS-TOT-NETPAY TO WS-REG-NETPAY
           DISPLAY WS-REG-LINE.
           PERFORM PRINT-LINE2-PARA.
           IF WS-TOT-ADJE > 0 OR WS-TOT-ADJD > 0
             MOVE WS-TOT-ADJE TO WS-ANN-AMT
             DISPLAY "ONE-TIME ADJUSTMENTS INCLUDED - EARNINGS: "
                     WS-ANN-AMT WITH NO ADVANCING
             MOVE WS-TOT-ADJD TO WS-ANN-AMT
             DISPLAY "  DEDUCTIONS: " WS-ANN-AMT
           END-IF.
           DISPLAY " ".
           DISPLAY "SUBTOTALS BY DEPARTMENT".
           DISPLAY "|DEPT | " WS-SPACE "   "
                   "| BASIC PAY   | ALLOWANCE   | OT PAY      "
                   "| NIGHT DIFF  | DEDUCTIONS  | NET PAY     |".
           MOVE 0 TO WS-RG-I.
           PERFORM UNTIL WS-RG-I = WS-RG-CNT
             ADD 1 TO WS-RG-I
             MOVE WS-RG-T-BPAY (WS-RG-I) TO WS-REG-BPAY
             MOVE WS-RG-T-ALLO (WS-RG-I) TO WS-REG-ALLO
             MOVE WS-RG-T-OT (WS-RG-I) TO WS-REG-OTPAY
             MOVE WS-RG-T-ND (WS-RG-I) TO WS-REG-NDPAY
             MOVE WS-RG-T-DEDUC (WS-RG-I) TO WS-REG-TDEDUC
             MOVE WS-RG-T-NET (WS-RG-I) TO WS-REG-NETPAY
             DISPLAY WS-REG-LINE
           END-PERFORM.
           PERFORM PRINT-LINE2-PARA.
           IF WS-ENT-SEL = SPACES
             DISPLAY " "
             DISPLAY "SUBTOTALS BY EMPLOYER ENTITY"
             DISPLAY "|ENT  | " WS-SPACE "   "
                     "| BASIC PAY   | ALLOWANCE   | OT PAY      "
                     "| NIGHT DIFF  | DEDUCTIONS  | NET PAY     |"
             MOVE 0 TO WS-RE-I
             PERFORM UNTIL WS-RE-I = WS-RE-CNT
               ADD 1 TO WS-RE-I
               MOVE WS-RE-T-ENTITY (WS-RE-I) TO WS-REG-ID
               MOVE SPACES TO WS-REG-NAME
               MOVE WS-RE-T-BPAY (WS-RE-I) TO WS-REG-BPAY
               MOVE WS-RE-T-ALLO (WS-RE-I) TO WS-REG-ALLO
               MOVE WS-RE-T-OT (WS-RE-I) TO WS-REG-OTPAY
               MOVE WS-RE-T-ND (WS-RE-I) TO WS-REG-NDPAY
               MOVE WS-RE-T-DEDUC (WS-RE-I) TO WS-REG-TDEDUC
               MOVE WS-RE-T-NET (WS-RE-I) TO WS-REG-NETPAY
               DISPLAY WS-REG-LINE
             END-PERFORM
             PERFORM PRINT-LINE2-PARA
           END-IF.
           MOVE SPACE TO WS-PAYGRP-SEL.
           MOVE 'NO ' TO WS-BATCH-MODE.
           PERFORM FOOT-PARA.

             ADD WS-RHOLPAY TO WS-OTPAY
             ADD WS-SHOLPAY TO WS-OTPAY
             ADD WS-RECUR-EARN TO WS-ALLO
             ADD WS-ADJ-EARN TO WS-ALLO
             ADD WS-BPAY TO WS-TOT-BPAY
             ADD WS-ALLO TO WS-TOT-ALLO
             ADD WS-OTPAY TO WS-TOT-OTPAY
             ADD WS-NDPAY TO WS-TOT-NDPAY
             ADD WS-TDEDUC TO WS-TOT-TDEDUC
             ADD WS-NETPAY TO WS-TOT-NETPAY
             MOVE WS-ID TO WS-REG-ID
             MOVE WS-BPAY TO WS-REG-BPAY
             MOVE WS-ALLO TO WS-REG-ALLO
             MOVE WS-OTPAY TO WS-REG-OTPAY
             MOVE WS-NDPAY TO WS-REG-NDPAY
             MOVE WS-TDEDUC TO WS-REG-TDEDUC
             MOVE WS-NETPAY TO WS-REG-NETPAY
             DISPLAY WS-REG-LINE
             PERFORM REG-ADJ-PARA
             PERFORM REG-DEPT-ACCUM-PARA
             PERFORM REG-ENT-ACCUM-PARA
           END-IF.

       REG-DEPT-ACCUM-PARA.
             MOVE 0 TO WS-RG-T-BPAY (WS-RG-I)
             MOVE 0 TO WS-RG-T-ALLO (WS-RG-I)
             MOVE 0 TO WS-RG-T-OT (WS-RG-I)
             MOVE 0 TO WS-RG-T-ND (WS-RG-I)
             MOVE 0 TO WS-RG-T-DEDUC (WS-RG-I)
             MOVE 0 TO WS-RG-T-NET (WS-RG-I)
             MOVE 'YES' TO WS-RG-FOUND
             ADD WS-BPAY TO WS-RG-T-BPAY (WS-RG-I)
             ADD WS-ALLO TO WS-RG-T-ALLO (WS-RG-I)
             ADD WS-OTPAY TO WS-RG-T-OT (WS-RG-I)
             ADD WS-NDPAY TO WS-RG-T-ND (WS-RG-I)
             ADD WS-TDEDUC TO WS-RG-T-DEDUC (WS-RG-I)
             ADD WS-NETPAY TO WS-RG-T-NET (WS-RG-I)
           ELSE
                     " NOT SUBTOTALLED."
           END-IF.

       REG-ENT-ACCUM-PARA.
           MOVE 'NO ' TO WS-RE-FOUND.
           MOVE 0 TO WS-RE-I.
           PERFORM UNTIL WS-RE-I = WS-RE-CNT
                      OR WS-RE-FOUND = 'YES'
             ADD 1 TO WS-RE-I
             IF WS-RE-T-ENTITY (WS-RE-I) = WS-ENT-CUR
               MOVE 'YES' TO WS-RE-FOUND
             END-IF
           END-PERFORM.
           IF WS-RE-FOUND = 'NO ' AND WS-RE-CNT < 20
             ADD 1 TO WS-RE-CNT
             MOVE WS-RE-CNT TO WS-RE-I
             MOVE WS-ENT-CUR TO WS-RE-T-ENTITY (WS-RE-I)
             MOVE 0 TO WS-RE-T-BPAY (WS-RE-I)
             MOVE 0 TO WS-RE-T-ALLO (WS-RE-I)
             MOVE 0 TO WS-RE-T-OT (WS-RE-I)
             MOVE 0 TO WS-RE-T-ND (WS-RE-I)
             MOVE 0 TO WS-RE-T-DEDUC (WS-RE-I)
             MOVE 0 TO WS-RE-T-NET (WS-RE-I)
             MOVE 'YES' TO WS-RE-FOUND
           END-IF.
           IF WS-RE-FOUND = 'YES'
             ADD WS-BPAY TO WS-RE-T-BPAY (WS-RE-I)
             ADD WS-ALLO TO WS-RE-T-ALLO (WS-RE-I)
             ADD WS-OTPAY TO WS-RE-T-OT (WS-RE-I)
             ADD WS-NDPAY TO WS-RE-T-ND (WS-RE-I)
             ADD WS-TDEDUC TO WS-RE-T-DEDUC (WS-RE-I)
             ADD WS-NETPAY TO WS-RE-T-NET (WS-RE-I)
           ELSE
             DISPLAY "ENTITY TABLE FULL - " WS-ENT-CUR
                     " NOT SUBTOTALLED."
           END-IF.

       LABOR-COST-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           MOVE 'YES' TO WS-BATCH-MODE.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "=============== GOVERNMENT REMITTANCE "
                   "SUMMARY ===============" WS-LINE2.
           PERFORM ACCEPT-REM-MONTH-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           DISPLAY "EMPLOYER SSS NUMBER     : " EN-SSS-NO.
           DISPLAY "EMPLOYER TIN            : " EN-TIN.
           DISPLAY "EMPLOYER PHILHEALTH NO. : " EN-PHIC-NO.
           DISPLAY "EMPLOYER PAG-IBIG NO.   : " EN-PAGIBIG-NO.
           PERFORM REMIT-SSS-PARA.
           PERFORM REMIT-PHIC-PARA.
           PERFORM REMIT-PAGIBIG-PARA.
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM REMIT-ACTUAL-PARA
                     IF WS-RA-FOUND = 'YES'
                       MOVE WS-RA-SSS TO WS-REMIT-EE
                       MOVE WS-RA-SSS-ER TO WS-REMIT-ER
                       PERFORM REMIT-LINE-PARA
                       ADD WS-REMIT-EE TO WS-TOT-SSS-DUE
                       ADD WS-REMIT-ER TO WS-TOT-SSS-ER-DUE
                     END-IF
                 END-READ
               END-PERFORM
           DISPLAY WS-REMIT-LINE.

       REMIT-LINE-PARA.
           MOVE WS-ID TO WS-REMIT-ID.
           MOVE WS-NAME TO WS-REMIT-NAME.
           MOVE WS-REMIT-EE TO WS-REMIT-AMT.
           MOVE WS-REMIT-ER TO WS-REMIT-ER-AMT.
           COMPUTE WS-REMIT-TOT = WS-REMIT-EE + WS-REMIT-ER.
           MOVE WS-REMIT-TOT TO WS-REMIT-TOT-AMT.
           DISPLAY WS-REMIT-LINE.

       ACCEPT-REM-MONTH-PARA.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-COV-TO (1:6) TO WS-REM-MONTH
             DISPLAY "REMITTANCE MONTH        : " WS-REM-MONTH
           ELSE
             DISPLAY "REMITTANCE MONTH (YYYYMM): " WITH NO ADVANCING
             ACCEPT WS-REM-MONTH
           END-IF.

       REMIT-ACTUAL-PARA.
           MOVE 'NO ' TO WS-RA-FOUND.
           MOVE 0 TO WS-RA-SSS.
           MOVE 0 TO WS-RA-SSS-ER.
           MOVE 0 TO WS-RA-PHIC.
           MOVE 0 TO WS-RA-PHIC-ER.
           MOVE 0 TO WS-RA-PI.
           MOVE 0 TO WS-RA-PI-ER.
           MOVE 0 TO WS-RA-TAX.
           INITIALIZE WS-PS-EOF.
           MOVE WS-ID TO PF-ID.
           MOVE 0 TO PF-COV-FROM.
           MOVE SPACE TO PF-RUN-TYPE.
           START PAYSLIP-FILE KEY IS > PF-KEY
             INVALID KEY MOVE 'TRUE' TO WS-PS-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-PS-EOF = 'TRUE'
             READ PAYSLIP-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-PS-EOF
               NOT AT END
                 IF PF-ID NOT = WS-ID
                   MOVE 'TRUE' TO WS-PS-EOF
                 ELSE
                   PERFORM PF-ENTITY-MATCH-PARA
                   IF PF-COV-TO (1:6) = WS-REM-MONTH
                     AND WS-ENT-MATCH = 'YES'
                     MOVE 'YES' TO WS-RA-FOUND
                     ADD PF-SSS TO WS-RA-SSS
                     ADD PF-SSS-ER TO WS-RA-SSS-ER
                     ADD PF-EC TO WS-RA-SSS-ER
                     ADD PF-PHIC TO WS-RA-PHIC
                     ADD PF-PHIC-ER TO WS-RA-PHIC-ER
                     ADD PF-PAGIBIG TO WS-RA-PI
                     ADD PF-PAGIBIG-ER TO WS-RA-PI-ER
                     ADD PF-INTAX TO WS-RA-TAX
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       REMIT-PHIC-PARA.
           MOVE 0 TO WS-TOT-PHIC-DUE.
           MOVE 0 TO WS-TOT-PHIC-ER-DUE.
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM REMIT-ACTUAL-PARA
                     IF WS-RA-FOUND = 'YES'
                       MOVE WS-RA-PHIC TO WS-REMIT-EE
                       MOVE WS-RA-PHIC-ER TO WS-REMIT-ER
                       PERFORM REMIT-LINE-PARA
                       ADD WS-REMIT-EE TO WS-TOT-PHIC-DUE
                       ADD WS-REMIT-ER TO WS-TOT-PHIC-ER-DUE
                     END-IF
                 END-READ
               END-PERFORM
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM REMIT-ACTUAL-PARA
                     IF WS-RA-FOUND = 'YES'
                       MOVE WS-RA-PI TO WS-REMIT-EE
                       MOVE WS-RA-PI-ER TO WS-REMIT-ER
                       PERFORM REMIT-LINE-PARA
                       ADD WS-REMIT-EE TO WS-TOT-PAGIBIG-DUE
                       ADD WS-REMIT-ER TO WS-TOT-PI-ER-DUE
                     END-IF
                 END-READ
               END-PERFORM
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM REMIT-ACTUAL-PARA
                     IF WS-RA-FOUND = 'YES'
                       MOVE WS-RA-TAX TO WS-REMIT-EE
                       MOVE 0 TO WS-REMIT-ER
                       PERFORM REMIT-LINE-PARA
                       ADD WS-REMIT-EE TO WS-TOT-TAX-DUE
                     END-IF
                 END-READ
               END-PERFORM
                         MOVE 'PAG-IBIG' TO WS-CT-D-TYPE
                       WHEN TC-IS-TAX
                         MOVE 'TAX' TO WS-CT-D-TYPE
                       WHEN TC-IS-LEAVE
                         MOVE 'LEAVE/TEN' TO WS-CT-D-TYPE
                       WHEN OTHER
                         MOVE TC-TYPE TO WS-CT-D-TYPE
                     END-EVALUATE
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "================ ADD BRACKET "
                   "================" WS-LINE2.
           DISPLAY "TABLE TYPE (SS/PH/PI/TX/LV): " WITH NO ADVANCING.
           ACCEPT WS-TC-TYPE.
           MOVE FUNCTION UPPER-CASE (WS-TC-TYPE) TO WS-TC-TYPE.
           IF WS-TC-TYPE = 'LV'
             DISPLAY "LV = LEAVE ACCRUAL BY TENURE. BOUNDS ARE YEARS "
                     "OF SERVICE, FLAT AMOUNT IS DAYS EARNED "
                     "PER MONTH."
           END-IF.
           DISPLAY "BRACKET SEQUENCE NUMBER : " WITH NO ADVANCING.
           ACCEPT WS-TC-SEQ.
           DISPLAY "BRACKET LOW BOUND       : " WITH NO ADVANCING.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============== UPDATE BRACKET "
                   "==============" WS-LINE2.
           DISPLAY "TABLE TYPE (SS/PH/PI/TX/LV): " WITH NO ADVANCING.
           ACCEPT WS-TC-TYPE.
           MOVE FUNCTION UPPER-CASE (WS-TC-TYPE) TO WS-TC-TYPE.
           DISPLAY "BRACKET SEQUENCE NUMBER : " WITH NO ADVANCING.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============== DELETE BRACKET "
                   "==============" WS-LINE2.
           DISPLAY "TABLE TYPE (SS/PH/PI/TX/LV): " WITH NO ADVANCING.
           ACCEPT TC-TYPE.
           MOVE FUNCTION UPPER-CASE (TC-TYPE) TO TC-TYPE.
           DISPLAY "BRACKET SEQUENCE NUMBER : " WITH NO ADVANCING.
           MOVE 'GENERAL' TO DP-NAME.
           WRITE DP-RECORD.

       SEED-ENTITY-PARA.
           MOVE SPACES TO EN-CODE.
           START ENTITY-FILE KEY IS >= EN-CODE
             INVALID KEY PERFORM LOAD-DEFAULT-ENTITY-PARA
             NOT INVALID KEY CONTINUE
           END-START.

       LOAD-DEFAULT-ENTITY-PARA.
           MOVE SPACES TO EN-RECORD.
           MOVE 'MAIN' TO EN-CODE.
           MOVE 'MAIN EMPLOYER' TO EN-NAME.
           WRITE EN-RECORD.

       SEED-CONTRIB-PARA.
           MOVE '00' TO TC-TYPE.
           MOVE 0 TO TC-SEQ.
           MOVE 200833.33 TO TC-ADDON.
           PERFORM SEED-WRITE-PARA.

       SEED-TENURE-PARA.
           MOVE 'NO ' TO WS-CT-FOUND.
           MOVE 'LV' TO TC-TYPE.
           MOVE 0 TO TC-SEQ.
           START CONTRIB-TABLE KEY IS >= TC-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
               READ CONTRIB-TABLE NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                   IF TC-IS-LEAVE
                     MOVE 'YES' TO WS-CT-FOUND
                   END-IF
               END-READ
           END-START.
           IF WS-CT-FOUND = 'NO '
             PERFORM LOAD-DEFAULT-TENURE-PARA
           END-IF.

       LOAD-DEFAULT-TENURE-PARA.
           MOVE 'LV' TO TC-TYPE.
           MOVE 0 TO TC-RATE TC-SUBBASE TC-ADDON.
           MOVE 1 TO TC-SEQ.
           MOVE 0 TO TC-LOW.
           MOVE 4.99 TO TC-HIGH.
           MOVE 1.25 TO TC-FLAT-AMT.
           PERFORM SEED-WRITE-PARA.
           MOVE 2 TO TC-SEQ.
           MOVE 5.00 TO TC-LOW.
           MOVE 9.99 TO TC-HIGH.
           MOVE 1.50 TO TC-FLAT-AMT.
           PERFORM SEED-WRITE-PARA.
           MOVE 3 TO TC-SEQ.
           MOVE 10.00 TO TC-LOW.
           MOVE 14.99 TO TC-HIGH.
           MOVE 1.75 TO TC-FLAT-AMT.
           PERFORM SEED-WRITE-PARA.
           MOVE 4 TO TC-SEQ.
           MOVE 15.00 TO TC-LOW.
           MOVE 99.99 TO TC-HIGH.
           MOVE 2.08 TO TC-FLAT-AMT.
           PERFORM SEED-WRITE-PARA.

       SEED-WRITE-PARA.
           EVALUATE TRUE
             WHEN TC-IS-SSS
               MOVE 0 TO TC-ER-RATE
               COMPUTE TC-ER-FLAT = TC-FLAT-AMT * 2
               MOVE 10.00 TO TC-EC-AMT
             WHEN TC-IS-PHIC
             WHEN TC-IS-PAGIBIG
               COMPUTE WS-PAG-IBIG = WS-PAG-IBIG * 1
               COMPUTE WS-INTAX = WS-INTAX * 1
               MOVE 26 TO WS-BPAYUNIT
             WHEN WEEKLY
               PERFORM WEEK-DAYS-PARA
               COMPUTE WS-BPAY = WS-DAYSAL * WS-WK-DAYS
               COMPUTE WS-SSS = WS-SSS / 4
               COMPUTE WS-PHIC = WS-PHIC / 4
               COMPUTE WS-PAG-IBIG = WS-PAG-IBIG / 4
               COMPUTE WS-INTAX = WS-INTAX / 4
               COMPUTE WS-SSS-ER = WS-SSS-ER / 4
               COMPUTE WS-SSS-EC = WS-SSS-EC / 4
               COMPUTE WS-PHIC-ER = WS-PHIC-ER / 4
               COMPUTE WS-PI-ER = WS-PI-ER / 4
               MOVE WS-WK-DAYS TO WS-BPAYUNIT
             WHEN OTHER
               DISPLAY " "
               DISPLAY "INVALID PAY PERIOD! PLEASE UPDATE IT INTO"
                       " MONTHLY, SEMI-MONTHLY OR WEEKLY TO PROCEED."
               MOVE 'YES' TO WS-PAYPERIOD-INVALID
           END-EVALUATE.

               MOVE AT-ALLO TO WS-ALLO
               MOVE AT-RHOL TO WS-RHOL
               MOVE AT-SHOL TO WS-SHOL
               MOVE AT-NIGHT TO WS-NIGHT
             ELSE IF WS-BATCH-MODE = 'YES'
               DISPLAY "RECORD " WS-ID " HAS NO ATTENDANCE RECORD "
                       "FOR THE PERIOD - OT/ALLOWANCE DEFAULTED TO "
               MOVE 0 TO WS-ALLO
               MOVE 0 TO WS-RHOL
               MOVE 0 TO WS-SHOL
               MOVE 0 TO WS-NIGHT
             ELSE
               DISPLAY "OVERTIME HOUR/S       : " WITH NO ADVANCING
               ACCEPT WS-OT
               ACCEPT WS-RHOL
               DISPLAY "SPECIAL DAY HOUR/S    : " WITH NO ADVANCING
               ACCEPT WS-SHOL
               DISPLAY "NIGHT SHIFT HOUR/S    : " WITH NO ADVANCING
               ACCEPT WS-NIGHT
             END-IF
             COMPUTE WS-OTPAY = WS-OT * (WS-HOURSAL * 1.25)
             COMPUTE WS-RHOLPAY = WS-RHOL * WS-HOURSAL
             COMPUTE WS-SHOLPAY = WS-SHOL * (WS-HOURSAL * 0.30)
             COMPUTE WS-NDPAY = WS-NIGHT * (WS-HOURSAL * WS-ND-RATE)
             IF WS-CATEG = 1 OR 2
               MOVE 0 TO WS-OTPAY
               MOVE 0 TO WS-RHOLPAY
               MOVE 0 TO WS-SHOLPAY
               MOVE 0 TO WS-NDPAY
             END-IF
             PERFORM GET-RETRO-PARA
             PERFORM GET-ADJ-PARA
           END-IF.

       DEDUC-PARA.
             PERFORM GET-LEAVE-OFFSET-PARA
             COMPUTE WS-UTLDEDUC = WS-UTL * WS-HOURSAL
             COMPUTE WS-ABSTDEDUC = WS-DAYSAL * WS-ABST
             IF WEEKLY
               MOVE 0 TO WS-ABST
               MOVE 0 TO WS-ABSTDEDUC
               IF WS-LEAVE-PAID > 0
                 COMPUTE WS-BPAY = WS-BPAY
                     + WS-DAYSAL * WS-LEAVE-PAID
                 ADD WS-LEAVE-PAID TO WS-BPAYUNIT
               END-IF
             END-IF
           END-IF.

       ACTUAL-STAT-PARA.
           IF WS-PAYPERIOD-INVALID NOT = 'YES'
             COMPUTE WS-ACT-WORK = WS-BPAY + WS-OTPAY + WS-RHOLPAY
                 + WS-SHOLPAY + WS-NDPAY + WS-RETRO - WS-ABSTDEDUC
                 - WS-UTLDEDUC + WS-ADJ-TXE - WS-ADJ-TXD
             IF WS-ACT-WORK < 0
               MOVE 0 TO WS-PER-COMP
             ELSE
               MOVE WS-ACT-WORK TO WS-PER-COMP
             END-IF
             COMPUTE WS-PER-TAXCOMP = WS-PER-COMP + WS-RECUR-TXP
             MOVE 'YES' TO WS-ACT-CLOSE
             MOVE 1 TO WS-ACT-CUTOFFS
             IF SEMI-MONTHLY AND WS-ACT-FINAL NOT = 'YES'
               AND WS-COV-TO (7:2) NOT > '15'
               MOVE 'NO ' TO WS-ACT-CLOSE
               MOVE 2 TO WS-ACT-CUTOFFS
             END-IF
             IF WEEKLY AND WS-ACT-FINAL NOT = 'YES'
               PERFORM WEEK-CUTOFFS-PARA
               IF WS-WK-LEFT > 0
                 MOVE 'NO ' TO WS-ACT-CLOSE
                 MOVE WS-WK-RUNS TO WS-ACT-CUTOFFS
               END-IF
             END-IF
             PERFORM MTD-STAT-PARA
             MOVE WS-MONSAL TO WS-ACT-SAL
             IF WS-ACT-CLOSE = 'YES'
               COMPUTE WS-MONSAL = WS-MTD-COMP + WS-PER-COMP
               COMPUTE WS-MON-TAXCOMP =
                   WS-MTD-TAXCOMP + WS-PER-TAXCOMP
             ELSE
               COMPUTE WS-MONSAL = WS-PER-COMP * WS-ACT-CUTOFFS
               COMPUTE WS-MON-TAXCOMP =
                   WS-PER-TAXCOMP * WS-ACT-CUTOFFS
             END-IF
             PERFORM COMP-SSS-PARA
             PERFORM COMP-PHIC-PARA
             PERFORM COMP-PAG-IBIG-PARA
             COMPUTE WS-TBENEFITS = WS-SSS + WS-PHIC + WS-PAG-IBIG
             IF WS-MON-TAXCOMP > WS-TBENEFITS
               COMPUTE WS-TAXABLE-INCOME =
                   WS-MON-TAXCOMP - WS-TBENEFITS
             ELSE
               MOVE 0 TO WS-TAXABLE-INCOME
             END-IF
             MOVE 'TX' TO WS-CT-TYPE
             MOVE WS-TAXABLE-INCOME TO WS-CT-AMT
             PERFORM GET-CONTRIB-PARA
             MOVE WS-CT-RESULT TO WS-INTAX
             MOVE WS-ACT-SAL TO WS-MONSAL
             IF WS-ACT-CLOSE = 'YES'
               PERFORM ACT-TRUEUP-PARA
             ELSE
               PERFORM ACT-SPREAD-PARA
             END-IF
           END-IF.

       NETPAY-PARA.
           IF WS-PAYPERIOD-INVALID NOT = 'YES'
             COMPUTE WS-GROSSPAY = WS-BPAY + WS-ALLO + WS-OTPAY
                 + WS-RHOLPAY + WS-SHOLPAY + WS-NDPAY + WS-RECUR-EARN
                 + WS-RETRO + WS-ADJ-EARN
             MOVE WS-SSS TO WS-DUE-SSS
             MOVE WS-PHIC TO WS-DUE-PHIC
             MOVE WS-PAG-IBIG TO WS-DUE-PI
             MOVE WS-INTAX TO WS-DUE-TAX
             IF WS-SEP-MODE = 'YES'
               MOVE 0 TO WS-DED-SHORT
               COMPUTE WS-TDEDUC = WS-UTLDEDUC + WS-ABSTDEDUC
                   + WS-SSS + WS-PHIC + WS-PAG-IBIG + WS-INTAX
                   + WS-LOAN + WS-RECUR-DEDUC + WS-ADJ-DEDUC
               COMPUTE WS-NETPAY = WS-GROSSPAY - WS-TDEDUC
             ELSE
               PERFORM NETPAY-LADDER-PARA
               PERFORM CHARGE-LEAVE-PARA
               PERFORM ACCRUE-LEAVE-PARA
               PERFORM SETTLE-RETRO-PARA
               PERFORM SETTLE-ADJ-PARA
               PERFORM UPDATE-YTD-PARA
             END-IF
           END-IF.
             END-READ
           END-PERFORM.

       MTD-STAT-PARA.
           MOVE 'NO ' TO WS-MTD-FOUND.
           MOVE 0 TO WS-MTD-COMP.
           MOVE 0 TO WS-MTD-TAXCOMP.
           MOVE 0 TO WS-MTD-SSS.
           MOVE 0 TO WS-MTD-SSS-ER.
           MOVE 0 TO WS-MTD-EC.
           MOVE 0 TO WS-MTD-PHIC.
           MOVE 0 TO WS-MTD-PHIC-ER.
           MOVE 0 TO WS-MTD-PI.
           MOVE 0 TO WS-MTD-PI-ER.
           MOVE 0 TO WS-MTD-TAX.
           IF WS-ACT-CLOSE NOT = 'YES'
             EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-PS-EOF.
           MOVE WS-ID TO PF-ID.
           MOVE 0 TO PF-COV-FROM.
           MOVE SPACE TO PF-RUN-TYPE.
           START PAYSLIP-FILE KEY IS > PF-KEY
             INVALID KEY MOVE 'TRUE' TO WS-PS-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-PS-EOF = 'TRUE'
             READ PAYSLIP-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-PS-EOF
               NOT AT END
                 IF PF-ID NOT = WS-ID
                   MOVE 'TRUE' TO WS-PS-EOF
                 ELSE
                   IF PF-REGULAR
                     AND PF-COV-FROM < WS-COV-FROM
                     AND PF-COV-TO (1:6) = WS-COV-TO (1:6)
                     MOVE 'YES' TO WS-MTD-FOUND
                     ADD PF-STAT-COMP TO WS-MTD-COMP
                     ADD PF-TAX-COMP TO WS-MTD-TAXCOMP
                     IF PF-SSS-DUE IS NUMERIC
                       ADD PF-SSS-DUE TO WS-MTD-SSS
                       ADD PF-PHIC-DUE TO WS-MTD-PHIC
                       ADD PF-PAGIBIG-DUE TO WS-MTD-PI
                       ADD PF-INTAX-DUE TO WS-MTD-TAX
                     ELSE
                       ADD PF-SSS TO WS-MTD-SSS
                       ADD PF-PHIC TO WS-MTD-PHIC
                       ADD PF-PAGIBIG TO WS-MTD-PI
                       ADD PF-INTAX TO WS-MTD-TAX
                     END-IF
                     ADD PF-SSS-ER TO WS-MTD-SSS-ER
                     ADD PF-EC TO WS-MTD-EC
                     ADD PF-PHIC-ER TO WS-MTD-PHIC-ER
                     ADD PF-PAGIBIG-ER TO WS-MTD-PI-ER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       ACT-TRUEUP-PARA.
           IF WS-SSS > WS-MTD-SSS
             SUBTRACT WS-MTD-SSS FROM WS-SSS
           ELSE
             MOVE 0 TO WS-SSS
           END-IF.
           IF WS-SSS-ER > WS-MTD-SSS-ER
             SUBTRACT WS-MTD-SSS-ER FROM WS-SSS-ER
           ELSE
             MOVE 0 TO WS-SSS-ER
           END-IF.
           IF WS-SSS-EC > WS-MTD-EC
             SUBTRACT WS-MTD-EC FROM WS-SSS-EC
           ELSE
             MOVE 0 TO WS-SSS-EC
           END-IF.
           IF WS-PHIC > WS-MTD-PHIC
             SUBTRACT WS-MTD-PHIC FROM WS-PHIC
           ELSE
             MOVE 0 TO WS-PHIC
           END-IF.
           IF WS-PHIC-ER > WS-MTD-PHIC-ER
             SUBTRACT WS-MTD-PHIC-ER FROM WS-PHIC-ER
           ELSE
             MOVE 0 TO WS-PHIC-ER
           END-IF.
           IF WS-PAG-IBIG > WS-MTD-PI
             SUBTRACT WS-MTD-PI FROM WS-PAG-IBIG
           ELSE
             MOVE 0 TO WS-PAG-IBIG
           END-IF.
           IF WS-PI-ER > WS-MTD-PI-ER
             SUBTRACT WS-MTD-PI-ER FROM WS-PI-ER
           ELSE
             MOVE 0 TO WS-PI-ER
           END-IF.
           IF WS-INTAX > WS-MTD-TAX
             SUBTRACT WS-MTD-TAX FROM WS-INTAX
           ELSE
             MOVE 0 TO WS-INTAX
           END-IF.

       ACT-SPREAD-PARA.
           COMPUTE WS-SSS ROUNDED = WS-SSS / WS-ACT-CUTOFFS.
           COMPUTE WS-SSS-ER ROUNDED = WS-SSS-ER / WS-ACT-CUTOFFS.
           COMPUTE WS-SSS-EC ROUNDED = WS-SSS-EC / WS-ACT-CUTOFFS.
           COMPUTE WS-PHIC ROUNDED = WS-PHIC / WS-ACT-CUTOFFS.
           COMPUTE WS-PHIC-ER ROUNDED = WS-PHIC-ER / WS-ACT-CUTOFFS.
           COMPUTE WS-PAG-IBIG ROUNDED = WS-PAG-IBIG / WS-ACT-CUTOFFS.
           COMPUTE WS-PI-ER ROUNDED = WS-PI-ER / WS-ACT-CUTOFFS.
           COMPUTE WS-INTAX ROUNDED = WS-INTAX / WS-ACT-CUTOFFS.

       PRINT-BODY-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           INITIALIZE WS-SIGN.
           MOVE WS-SSS TO WS-AMOUNT2.
           MOVE WS-AMOUNT2 TO WS-AMOUNT.
           DISPLAY WS-DESCRIP.
           MOVE 'NIGHT DIFFERENTIAL' TO WS-DESCRIPTION2.
           MOVE WS-NIGHT TO WS-UNIT2.
           MOVE WS-NDPAY TO WS-AMOUNT2.
           DISPLAY WS-DESCRIP2 "   " WITH NO ADVANCING.
           MOVE 'PHIC' TO WS-DESCRIPTION.
           MOVE WS-PHIC TO WS-AMOUNT2.
           MOVE WS-AMOUNT2 TO WS-AMOUNT.
           MOVE SPACE TO WS-DESCRIPTION WS-AMOUNT.
           DISPLAY WS-DESCRIP.
           PERFORM PRINT-RECUR-PARA.
           PERFORM PRINT-ADJ-PARA.
           PERFORM PRINT-LINE-PARA.
           MOVE 'GROSS PAY' TO WS-DESCRIPTION.
           MOVE WS-GROSSPAY TO WS-AMOUNT2.
           DISPLAY WS-MONTH "/" WS-DAY "/" WS-YEAR.

       COMPUTE-COVERED-DATE-PARA.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-COV-FROM TO WS-COV-FROM
             MOVE WS-JOB-COV-TO TO WS-COV-TO
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           EVALUATE TRUE
             WHEN MONTHLY
                              - 15
                COMPUTE WS-PAST = FUNCTION DATE-OF-INTEGER (WS-PAST)
                MOVE WS-PAST TO WS-COV-FROM
             WHEN WEEKLY
                COMPUTE WS-PAST = FUNCTION INTEGER-OF-DATE (WS-TODAY)
                              - 6
                COMPUTE WS-PAST = FUNCTION DATE-OF-INTEGER (WS-PAST)
                MOVE WS-PAST TO WS-COV-FROM
             WHEN OTHER
                MOVE WS-TODAY TO WS-COV-FROM
           END-EVALUATE.
       SAVE-PAYSLIP-PARA.
           MOVE WS-ID TO PF-ID.
           MOVE WS-COV-FROM TO PF-COV-FROM.
           MOVE WS-RUN-TYPE TO PF-RUN-TYPE.
           MOVE WS-COV-TO TO PF-COV-TO.
           MOVE WS-PAYROLL-DATE TO PF-PAYROLL-DATE.
           MOVE WS-NAME TO PF-NAME.
           MOVE WS-DED-SHORT TO PF-ARREARS.
           MOVE SPACE TO PF-DISB-STAT.
           MOVE SPACES TO PF-DISB-REASON.
           MOVE WS-SPEC-AMT TO PF-SPEC-AMT.
           MOVE WS-SPEC-EXEMPT TO PF-SPEC-EXEMPT.
           MOVE WS-PER-COMP TO PF-STAT-COMP.
           MOVE WS-PER-TAXCOMP TO PF-TAX-COMP.
           MOVE WS-NIGHT TO PF-NIGHT.
           MOVE WS-NDPAY TO PF-NDPAY.
           MOVE WS-ENTITY TO PF-ENTITY.
           IF PF-ENTITY = SPACES
             MOVE 'MAIN' TO PF-ENTITY
           END-IF.
           MOVE WS-ADJ-EARN TO PF-ADJ-EARN.
           MOVE WS-ADJ-DEDUC TO PF-ADJ-DEDUC.
           MOVE WS-DUE-SSS TO PF-SSS-DUE.
           MOVE WS-DUE-PHIC TO PF-PHIC-DUE.
           MOVE WS-DUE-PI TO PF-PAGIBIG-DUE.
           MOVE WS-DUE-TAX TO PF-INTAX-DUE.
           WRITE PF-RECORD
             INVALID KEY
               REWRITE PF-RECORD
           ACCEPT WS-ID.
           DISPLAY "COVERED FROM (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-COV-FROM.
           PERFORM ACCEPT-RUN-TYPE-PARA.
           MOVE WS-ID TO PF-ID.
           MOVE WS-COV-FROM TO PF-COV-FROM.
           MOVE WS-SEL-RUN-TYPE TO PF-RUN-TYPE.
           READ PAYSLIP-FILE
             INVALID KEY
               MOVE WS-ID TO PA-ID
               MOVE WS-COV-FROM TO PA-COV-FROM
               MOVE WS-SEL-RUN-TYPE TO PA-RUN-TYPE
               READ PAYSLIP-ARC
                 INVALID KEY
                   DISPLAY " "
           MOVE PF-RHOLPAY TO WS-RHOLPAY.
           MOVE PF-SHOL TO WS-SHOL.
           MOVE PF-SHOLPAY TO WS-SHOLPAY.
           MOVE PF-NIGHT TO WS-NIGHT.
           MOVE PF-NDPAY TO WS-NDPAY.
           MOVE PF-OTHEARN TO WS-RECUR-EARN.
           MOVE PF-OTHDEDUC TO WS-RECUR-DEDUC.
           MOVE PF-ARREARS TO WS-DED-SHORT.
           MOVE 0 TO WS-ED-CNT.
           MOVE PF-ADJ-EARN TO WS-ADJ-EARN.
           MOVE PF-ADJ-DEDUC TO WS-ADJ-DEDUC.
           MOVE 0 TO WS-AJ-CNT.
           IF PF-REGULAR
             PERFORM PRINT-BODY-PARA
           ELSE
             MOVE PF-RUN-TYPE TO WS-SEL-RUN-TYPE
             PERFORM SPECIAL-NAME-PARA
             MOVE PF-SPEC-AMT TO WS-SPEC-AMT
             MOVE PF-SPEC-EXEMPT TO WS-SPEC-EXEMPT
             COMPUTE WS-SPEC-TAXABLE = PF-SPEC-AMT - PF-SPEC-EXEMPT
             PERFORM SPECIAL-PRINT-PARA
             MOVE 0 TO WS-SPEC-AMT
             MOVE 0 TO WS-SPEC-EXEMPT
           END-IF.

       UPDATE-YTD-PARA.
           MOVE WS-ID TO YT-ID.
             ADD WS-PAG-IBIG TO YT-PAGIBIG
             ADD WS-INTAX TO YT-INTAX
             ADD WS-NETPAY TO YT-NETPAY
             ADD WS-RECUR-NONTX WS-ADJ-NONTX WS-SEP-RETPAY
                 TO YT-NONTAX
             ADD WS-SPEC-13TH TO YT-13TH
             ADD WS-SPEC-BONUS TO YT-BONUS
             REWRITE YT-RECORD
               INVALID KEY
                 DISPLAY "YTD RECORD NOT UPDATED."
             MOVE WS-PAG-IBIG TO YT-PAGIBIG
             MOVE WS-INTAX TO YT-INTAX
             MOVE WS-NETPAY TO YT-NETPAY
             COMPUTE YT-NONTAX = WS-RECUR-NONTX + WS-ADJ-NONTX
                 + WS-SEP-RETPAY
             MOVE WS-SPEC-13TH TO YT-13TH
             MOVE WS-SPEC-BONUS TO YT-BONUS
             WRITE YT-RECORD
               INVALID KEY
                 DISPLAY "YTD RECORD NOT SAVED."
             END-WRITE
           END-IF.
           MOVE 0 TO WS-SPEC-13TH.
           MOVE 0 TO WS-SPEC-BONUS.
           MOVE 0 TO WS-SEP-RETPAY.

       THIRTEENTH-MONTH-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           ACCEPT WS-13TH-YEAR.
           PERFORM PRINT-LINE2-PARA.
           DISPLAY "|ID   | NAME                       "
                   "| YTD BASIC PAY  | 13TH MONTH PAY "
                   "| PAID TO DATE   |".
           INITIALIZE WS-EOF.
           MOVE ZEROS TO YT-KEY.
           START YTD-FILE KEY IS > YT-KEY
                       MOVE YT-NAME TO WS-13TH-NAME
                       MOVE YT-BPAY TO WS-13TH-BPAY
                       MOVE WS-13TH-PAY TO WS-13TH-AMT
                       MOVE YT-13TH TO WS-13TH-PAID
                       DISPLAY WS-13TH-LINE
                     END-IF
                 END-READ
           PERFORM PRINT-LINE2-PARA.
           PERFORM FOOT-PARA.

       OFFCYCLE-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 5
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "========== OFF-CYCLE SPECIAL PAY "
                     "RUNS ==========" WS-LINE2
             DISPLAY "|  | (1) 13TH MONTH PAY RUN." WS-SPACE
                     WS-SPACE "                     |  |"
             DISPLAY "|  | (2) BONUS RUN." WS-SPACE WS-SPACE
                     WS-SPACE "     |  |"
             DISPLAY "|  | (3) COMMISSION RUN." WS-SPACE WS-SPACE
                     WS-SPACE "|  |"
             DISPLAY "|  | (4) OFF-CYCLE PAYROLL REGISTER." WS-SPACE
                     WS-SPACE "             |  |"
             DISPLAY "|  | (5) RETURN TO MAIN MENU." WS-SPACE
                     WS-SPACE "                    |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1
                 MOVE 'T' TO WS-RUN-TYPE
                 PERFORM SPECIAL-RUN-PARA
                 MOVE 0 TO WS-CHOICE
               WHEN 2
                 MOVE 'B' TO WS-RUN-TYPE
                 PERFORM SPECIAL-RUN-PARA
                 MOVE 0 TO WS-CHOICE
               WHEN 3
                 MOVE 'C' TO WS-RUN-TYPE
                 PERFORM SPECIAL-RUN-PARA
                 MOVE 0 TO WS-CHOICE
               WHEN 4
                 PERFORM SPECIAL-REGISTER-PARA
               WHEN 5
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
             END-EVALUATE
           END-PERFORM.

       SPECIAL-RUN-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           MOVE WS-RUN-TYPE TO WS-SEL-RUN-TYPE.
           PERFORM SPECIAL-NAME-PARA.
           DISPLAY WS-LINE2 "=============== OFF-CYCLE PAY RUN "
                   "===============" WS-LINE2.
           DISPLAY "|  | PAID OUTSIDE THE REGULAR CUTOFF - ONE "
                   "PAYSLIP PER EMPLOYEE." WS-SPACE "          |  |".
           PERFORM PRINT-LINE2-PARA.
           DISPLAY "RUN TYPE                : " WS-SPEC-NAME.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-13TH-YEAR.
           EVALUATE WS-RUN-TYPE
             WHEN 'T'
               DISPLAY "13TH MONTH PAY FOR YEAR : " WS-13TH-YEAR
               DISPLAY "AMOUNT = YTD BASIC PAY / 12 LESS 13TH MONTH "
                       "ALREADY PAID."
             WHEN 'B'
               DISPLAY "BONUS IN MONTHS OF SALARY (E.G. 0.50): "
                                          WITH NO ADVANCING
               ACCEPT WS-SPEC-FACTOR
             WHEN OTHER
               DISPLAY "KEY EACH EMPLOYEE'S COMMISSION - BLANK ID "
                       "ENDS THE RUN."
           END-EVALUATE.
           MOVE WS-BEN-CEILING TO WS-ANN-AMT.
           DISPLAY "TAX-EXEMPT CEILING      : " WS-ANN-AMT.
           DISPLAY " ".
           MOVE 0 TO WS-SPEC-CNT.
           MOVE 0 TO WS-SPEC-SKIP.
           MOVE 0 TO WS-SPEC-TOT-AMT.
           MOVE 0 TO WS-SPEC-TOT-EXEMPT.
           MOVE 0 TO WS-SPEC-TOT-TAX.
           MOVE 0 TO WS-SPEC-TOT-NET.
           PERFORM ACCEPT-ENTITY-PARA.
           PERFORM OPEN-RUN-PARA.
           IF WS-RUN-OK = 'YES'
             DISPLAY "PAY RUN NUMBER          : " WS-RUN-NO
             DISPLAY " "
             MOVE WS-RUN-COV-TO TO WS-COV-FROM
             MOVE WS-RUN-COV-TO TO WS-COV-TO
             IF WS-RUN-TYPE = 'C'
               PERFORM SPECIAL-KEYED-PARA
             ELSE
               PERFORM SPECIAL-ALL-PARA
             END-IF
             PERFORM CLOSE-RUN-PARA
             PERFORM SPECIAL-TOTALS-PARA
           END-IF.
           MOVE SPACE TO WS-RUN-TYPE.
           MOVE 0 TO WS-SPEC-AMT.
           MOVE 0 TO WS-SPEC-EXEMPT.
           PERFORM FOOT-PARA.

       SPECIAL-ALL-PARA.
           INITIALIZE WS-EOF.
           MOVE WS-RUN-CHECKPT TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
             INVALID KEY DISPLAY "ERROR! NO EMPLOYEE RECORDS FOUND."
             NOT INVALID KEY
               PERFORM UNTIL WS-EOF = 'TRUE'
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM EMP-ENTITY-MATCH-PARA
                     IF WS-STAT NOT = 'SEPARATED'
                       AND WS-ENT-MATCH = 'YES'
                       PERFORM SPECIAL-AMOUNT-PARA
                       IF WS-SPEC-AMT > 0
                         PERFORM SPECIAL-PAY-PARA
                       END-IF
                       PERFORM CHECKPOINT-RUN-PARA
                     END-IF
                 END-READ
               END-PERFORM
           END-START.

       SPECIAL-KEYED-PARA.
           INITIALIZE WS-EOF.
           PERFORM UNTIL WS-EOF = 'TRUE'
             DISPLAY " "
             DISPLAY "EMPLOYEE ID (BLANK TO END): " WITH NO ADVANCING
             MOVE SPACES TO WS-SPEC-ID
             ACCEPT WS-SPEC-ID
             IF WS-SPEC-ID = SPACES
               MOVE 'TRUE' TO WS-EOF
             ELSE
               MOVE WS-SPEC-ID TO FS-ID
               READ EMPLOYEE INTO WS-EMPLOYEE
                 INVALID KEY DISPLAY "RECORD DOESN'T EXIST."
                 NOT INVALID KEY
                   PERFORM EMP-ENTITY-MATCH-PARA
                   IF WS-STAT = 'SEPARATED'
                     DISPLAY "EMPLOYEE IS SEPARATED - NOT PAID."
                   ELSE IF WS-ENT-MATCH = 'NO '
                     DISPLAY "EMPLOYEE BELONGS TO ANOTHER EMPLOYER "
                             "ENTITY - NOT PAID."
                   ELSE
                     DISPLAY "EMPLOYEE NAME           : " WS-NAME
                     DISPLAY "COMMISSION AMOUNT       : "
                                                WITH NO ADVANCING
                     ACCEPT WS-SPEC-AMT
                     IF WS-SPEC-AMT > 0
                       PERFORM SPECIAL-PAY-PARA
                       PERFORM CHECKPOINT-RUN-PARA
                     END-IF
                   END-IF
               END-READ
             END-IF
           END-PERFORM.

       SPECIAL-AMOUNT-PARA.
           MOVE 0 TO WS-SPEC-AMT.
           EVALUATE WS-RUN-TYPE
             WHEN 'T'
               MOVE WS-ID TO YT-ID
               MOVE WS-13TH-YEAR TO YT-YEAR
               READ YTD-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   COMPUTE WS-13TH-PAY ROUNDED = YT-BPAY / 12
                   IF WS-13TH-PAY > YT-13TH
                     COMPUTE WS-SPEC-AMT = WS-13TH-PAY - YT-13TH
                   END-IF
               END-READ
             WHEN 'B'
               COMPUTE WS-SPEC-AMT ROUNDED =
                   WS-MONSAL * WS-SPEC-FACTOR
           END-EVALUATE.

       SPECIAL-PAY-PARA.
           MOVE WS-ID TO PF-ID.
           MOVE WS-COV-FROM TO PF-COV-FROM.
           MOVE WS-RUN-TYPE TO PF-RUN-TYPE.
           READ PAYSLIP-FILE
             INVALID KEY MOVE 'NO ' TO WS-SPEC-DONE
             NOT INVALID KEY MOVE 'YES' TO WS-SPEC-DONE
           END-READ.
           IF WS-SPEC-DONE = 'YES'
             DISPLAY "RECORD " WS-ID " SKIPPED - ALREADY PAID IN "
                     "THIS OFF-CYCLE RUN."
             ADD 1 TO WS-SPEC-SKIP
             EXIT PARAGRAPH
           END-IF.
           PERFORM SPECIAL-TAX-PARA.
           MOVE 0 TO WS-BPAYUNIT.
           MOVE 0 TO WS-BPAY.
           MOVE 0 TO WS-ABST.
           MOVE 0 TO WS-ABSTDEDUC.
           MOVE 0 TO WS-OT.
           MOVE 0 TO WS-OTPAY.
           MOVE 0 TO WS-UTL.
           MOVE 0 TO WS-UTLDEDUC.
           MOVE 0 TO WS-SSS.
           MOVE 0 TO WS-PHIC.
           MOVE 0 TO WS-PAG-IBIG.
           MOVE 0 TO WS-SSS-ER.
           MOVE 0 TO WS-SSS-EC.
           MOVE 0 TO WS-PHIC-ER.
           MOVE 0 TO WS-PI-ER.
           MOVE 0 TO WS-ALLO.
           MOVE 0 TO WS-LOAN.
           MOVE 0 TO WS-RETRO.
           MOVE 0 TO WS-LEAVE-PAID.
           MOVE 0 TO WS-RHOL.
           MOVE 0 TO WS-RHOLPAY.
           MOVE 0 TO WS-SHOL.
           MOVE 0 TO WS-SHOLPAY.
           MOVE 0 TO WS-NIGHT.
           MOVE 0 TO WS-NDPAY.
           MOVE 0 TO WS-RECUR-EARN.
           MOVE 0 TO WS-RECUR-DEDUC.
           MOVE 0 TO WS-DED-SHORT.
           MOVE 0 TO WS-ED-CNT.
           MOVE 0 TO WS-ADJ-EARN.
           MOVE 0 TO WS-ADJ-DEDUC.
           MOVE 0 TO WS-ADJ-NONTX.
           MOVE 0 TO WS-AJ-CNT.
           MOVE 0 TO WS-PER-COMP.
           MOVE 0 TO WS-PER-TAXCOMP.
           MOVE 0 TO WS-DUE-SSS WS-DUE-PHIC WS-DUE-PI.
           MOVE WS-INTAX TO WS-DUE-TAX.
           MOVE WS-SPEC-AMT TO WS-GROSSPAY.
           MOVE WS-INTAX TO WS-TDEDUC.
           COMPUTE WS-NETPAY = WS-GROSSPAY - WS-TDEDUC.
           PERFORM COMPUTE-PAYROLL-DATE-PARA.
           PERFORM SPECIAL-PRINT-PARA.
           PERFORM SAVE-PAYSLIP-PARA.
           MOVE WS-SPEC-EXEMPT TO WS-RECUR-NONTX.
           EVALUATE WS-RUN-TYPE
             WHEN 'T'
               MOVE WS-SPEC-AMT TO WS-SPEC-13TH
             WHEN 'B'
               MOVE WS-SPEC-AMT TO WS-SPEC-BONUS
           END-EVALUATE.
           PERFORM UPDATE-YTD-PARA.
           MOVE 0 TO WS-RECUR-NONTX.
           ADD 1 TO WS-SPEC-CNT.
           ADD WS-SPEC-AMT TO WS-SPEC-TOT-AMT.
           ADD WS-SPEC-EXEMPT TO WS-SPEC-TOT-EXEMPT.
           ADD WS-INTAX TO WS-SPEC-TOT-TAX.
           ADD WS-NETPAY TO WS-SPEC-TOT-NET.

       SPECIAL-TAX-PARA.
           MOVE 0 TO WS-SPEC-USED.
           MOVE WS-ID TO YT-ID.
           MOVE WS-COV-TO (1:4) TO YT-YEAR.
           READ YTD-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               COMPUTE WS-SPEC-USED = YT-13TH + YT-BONUS
           END-READ.
           MOVE 0 TO WS-SPEC-EXEMPT.
           IF WS-RUN-TYPE NOT = 'C'
             AND WS-SPEC-USED < WS-BEN-CEILING
             COMPUTE WS-SPEC-ROOM = WS-BEN-CEILING - WS-SPEC-USED
             IF WS-SPEC-AMT > WS-SPEC-ROOM
               MOVE WS-SPEC-ROOM TO WS-SPEC-EXEMPT
             ELSE
               MOVE WS-SPEC-AMT TO WS-SPEC-EXEMPT
             END-IF
           END-IF.
           COMPUTE WS-SPEC-TAXABLE = WS-SPEC-AMT - WS-SPEC-EXEMPT.
           MOVE 0 TO WS-INTAX.
           IF WS-SPEC-TAXABLE > 0
             PERFORM COMP-SSS-PARA
             PERFORM COMP-PHIC-PARA
             PERFORM COMP-PAG-IBIG-PARA
             COMPUTE WS-TBENEFITS = WS-SSS + WS-PHIC + WS-PAG-IBIG
             IF WS-MONSAL > WS-TBENEFITS
               COMPUTE WS-SPEC-BASE = WS-MONSAL - WS-TBENEFITS
             ELSE
               MOVE 0 TO WS-SPEC-BASE
             END-IF
             MOVE 'TX' TO WS-CT-TYPE
             MOVE WS-SPEC-BASE TO WS-CT-AMT
             PERFORM GET-CONTRIB-PARA
             MOVE WS-CT-RESULT TO WS-SPEC-BASE-TAX
             COMPUTE WS-CT-AMT = WS-SPEC-BASE + WS-SPEC-TAXABLE
             PERFORM GET-CONTRIB-PARA
             IF WS-CT-RESULT > WS-SPEC-BASE-TAX
               COMPUTE WS-INTAX = WS-CT-RESULT - WS-SPEC-BASE-TAX
             END-IF
           END-IF.

       SPECIAL-NAME-PARA.
           EVALUATE WS-SEL-RUN-TYPE
             WHEN 'T'
               MOVE '13TH MONTH PAY' TO WS-SPEC-NAME
             WHEN 'B'
               MOVE 'BONUS' TO WS-SPEC-NAME
             WHEN 'C'
               MOVE 'COMMISSION' TO WS-SPEC-NAME
             WHEN OTHER
               MOVE 'REGULAR PAYROLL' TO WS-SPEC-NAME
           END-EVALUATE.

       SPECIAL-PRINT-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "================ OFF-CYCLE PAYSLIP "
                   WS-LINE2 "================".
           DISPLAY " ".
           DISPLAY "EMPLOYEE ID: " WS-ID WS-SPACE WITH NO ADVANCING.
           DISPLAY "          " "PAYROLL DATE: " WITH NO ADVANCING.
           PERFORM DISPLAY-PAYROLL-DATE-PARA.
           DISPLAY "EMPLOYEE NAME: " WS-NAME.
           DISPLAY "DESIGNATION: " WS-DESIG.
           DISPLAY "PAY RUN NO : " WS-RUN-NO "    RUN TYPE: "
                   WS-SPEC-NAME.
           PERFORM PRINT-LINE-PARA.
           MOVE WS-SPEC-AMT TO WS-ANN-AMT.
           DISPLAY "  " WS-SPEC-NAME "     : " WS-ANN-AMT.
           MOVE WS-SPEC-EXEMPT TO WS-ANN-AMT.
           DISPLAY "  TAX-EXEMPT PORTION       : " WS-ANN-AMT.
           MOVE WS-SPEC-TAXABLE TO WS-ANN-AMT.
           DISPLAY "  TAXABLE PORTION          : " WS-ANN-AMT.
           MOVE WS-INTAX TO WS-ANN-AMT.
           DISPLAY "  WITHHOLDING TAX          : " WS-ANN-AMT.
           PERFORM PRINT-LINE-PARA.
           MOVE WS-NETPAY TO WS-ANN-AMT.
           DISPLAY "  NET PAY                  : " WS-ANN-AMT.
           PERFORM PRINT-LINE-PARA.

       SPECIAL-TOTALS-PARA.
           DISPLAY " ".
           PERFORM PRINT-LINE2-PARA.
           DISPLAY "OFF-CYCLE RUN COMPLETE - " WS-SPEC-NAME.
           DISPLAY "EMPLOYEES PAID          : " WS-SPEC-CNT.
           DISPLAY "ALREADY PAID - SKIPPED  : " WS-SPEC-SKIP.
           MOVE WS-SPEC-TOT-AMT TO WS-BK-AMT.
           DISPLAY "TOTAL GROSS AMOUNT      : " WS-BK-AMT.
           MOVE WS-SPEC-TOT-EXEMPT TO WS-BK-AMT.
           DISPLAY "TOTAL TAX-EXEMPT        : " WS-BK-AMT.
           MOVE WS-SPEC-TOT-TAX TO WS-BK-AMT.
           DISPLAY "TOTAL TAX WITHHELD      : " WS-BK-AMT.
           MOVE WS-SPEC-TOT-NET TO WS-BK-AMT.
           DISPLAY "TOTAL NET PAY           : " WS-BK-AMT.
           DISPLAY " ".
           DISPLAY "BUILD THE BANK FILE AND GL JOURNAL WITH COVERED "
                   "FROM " WS-COV-FROM " AND RUN TYPE " WS-RUN-TYPE
                   ".".

       SPECIAL-REGISTER-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "=========== OFF-CYCLE PAYROLL REGISTER "
                   "===========" WS-LINE2.
           DISPLAY "COVERED FROM (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-COV-FROM.
           PERFORM ACCEPT-RUN-TYPE-PARA.
           PERFORM SPECIAL-NAME-PARA.
           DISPLAY " ".
           IF WS-SEL-RUN-TYPE NOT = 'T' AND WS-SEL-RUN-TYPE NOT = 'B'
             AND WS-SEL-RUN-TYPE NOT = 'C'
             DISPLAY "ENTER RUN TYPE T, B OR C FOR AN OFF-CYCLE "
                     "REGISTER."
             PERFORM FOOT-PARA
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "RUN TYPE: " WS-SPEC-NAME.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 0 TO WS-TOT-BPAY WS-TOT-ALLO WS-TOT-OTPAY
                     WS-TOT-TDEDUC WS-TOT-NETPAY.
           MOVE 0 TO WS-RG-CNT.
           DISPLAY "|ID   | NAME                       "
                   "| GROSS AMOUNT| TAX-EXEMPT  | TAXABLE     "
                   "| TAX WITHHELD| NET PAY     |".
           INITIALIZE WS-PS-EOF.
           MOVE ZEROS TO PF-KEY.
           START PAYSLIP-FILE KEY IS > PF-KEY
             INVALID KEY
               DISPLAY "ERROR! NO SAVED PAYSLIPS FOUND."
               MOVE 'TRUE' TO WS-PS-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-PS-EOF = 'TRUE'
             READ PAYSLIP-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-PS-EOF
               NOT AT END
                 PERFORM PF-ENTITY-MATCH-PARA
                 IF PF-COV-FROM = WS-COV-FROM
                   AND PF-RUN-TYPE = WS-SEL-RUN-TYPE
                   AND WS-ENT-MATCH = 'YES'
                   MOVE PF-SPEC-AMT TO WS-BPAY
                   MOVE PF-SPEC-EXEMPT TO WS-ALLO
                   COMPUTE WS-OTPAY = PF-SPEC-AMT - PF-SPEC-EXEMPT
                   MOVE 0 TO WS-NDPAY
                   MOVE PF-TDEDUC TO WS-TDEDUC
                   MOVE PF-NETPAY TO WS-NETPAY
                   MOVE PF-DEPT TO WS-DEPT
                   ADD WS-BPAY TO WS-TOT-BPAY
                   ADD WS-ALLO TO WS-TOT-ALLO
                   ADD WS-OTPAY TO WS-TOT-OTPAY
                   ADD WS-TDEDUC TO WS-TOT-TDEDUC
                   ADD WS-NETPAY TO WS-TOT-NETPAY
                   MOVE PF-ID TO WS-REG-ID
                   MOVE PF-NAME TO WS-REG-NAME
                   MOVE WS-BPAY TO WS-REG-BPAY
                   MOVE WS-ALLO TO WS-REG-ALLO
                   MOVE WS-OTPAY TO WS-REG-OTPAY
                   MOVE WS-NDPAY TO WS-REG-NDPAY
                   MOVE WS-TDEDUC TO WS-REG-TDEDUC
                   MOVE WS-NETPAY TO WS-REG-NETPAY
                   DISPLAY WS-REG-LINE (1:86) WS-REG-LINE (103:31)
                   PERFORM REG-DEPT-ACCUM-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM PRINT-LINE2-PARA.
           MOVE SPACES TO WS-REG-ID
           MOVE 'GRAND TOTAL' TO WS-REG-NAME
           MOVE WS-TOT-BPAY TO WS-REG-BPAY
           MOVE WS-TOT-ALLO TO WS-REG-ALLO
           MOVE WS-TOT-OTPAY TO WS-REG-OTPAY
           MOVE 0 TO WS-REG-NDPAY
           MOVE WS-TOT-TDEDUC TO WS-REG-TDEDUC
           MOVE WS-TOT-NETPAY TO WS-REG-NETPAY
           DISPLAY WS-REG-LINE (1:86) WS-REG-LINE (103:31).
           PERFORM PRINT-LINE2-PARA.
           DISPLAY " ".
           DISPLAY "SUBTOTALS BY DEPARTMENT".
           DISPLAY "|DEPT | " WS-SPACE "   "
                   "| GROSS AMOUNT| TAX-EXEMPT  | TAXABLE     "
                   "| TAX WITHHELD| NET PAY     |".
           MOVE 0 TO WS-RG-I.
           PERFORM UNTIL WS-RG-I = WS-RG-CNT
             ADD 1 TO WS-RG-I
             MOVE WS-RG-T-DEPT (WS-RG-I) TO WS-REG-ID
             MOVE SPACES TO WS-REG-NAME
             MOVE WS-RG-T-BPAY (WS-RG-I) TO WS-REG-BPAY
             MOVE WS-RG-T-ALLO (WS-RG-I) TO WS-REG-ALLO
             MOVE WS-RG-T-OT (WS-RG-I) TO WS-REG-OTPAY
             MOVE WS-RG-T-ND (WS-RG-I) TO WS-REG-NDPAY
             MOVE WS-RG-T-DEDUC (WS-RG-I) TO WS-REG-TDEDUC
             MOVE WS-RG-T-NET (WS-RG-I) TO WS-REG-NETPAY
             DISPLAY WS-REG-LINE (1:86) WS-REG-LINE (103:31)
           END-PERFORM.
           PERFORM PRINT-LINE2-PARA.
           PERFORM FOOT-PARA.

       ACCEPT-RUN-TYPE-PARA.
           MOVE SPACE TO WS-SEL-RUN-TYPE.
           IF WS-JOB-MODE = 'YES'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "RUN TYPE (BLANK = REGULAR, T = 13TH MONTH, "
                   "B = BONUS, C = COMMISSION): " WITH NO ADVANCING.
           ACCEPT WS-SEL-RUN-TYPE.
           MOVE FUNCTION UPPER-CASE (WS-SEL-RUN-TYPE)
               TO WS-SEL-RUN-TYPE.

       ACCEPT-COV-FROM-PARA.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-COV-FROM TO WS-COV-FROM
             DISPLAY "COVERED FROM            : " WS-COV-FROM
           ELSE
             DISPLAY "COVERED FROM (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT WS-COV-FROM
           END-IF.

       BANK-FILE-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============== BANK DISBURSEMENT FILE "
                   "==============" WS-LINE2.
           DISPLAY "|  | WRITES A BANK CREDIT ADVICE FILE FOR ONE "
                   "COVERED PERIOD." WS-SPACE "   |  |".
           PERFORM PRINT-LINE2-PARA.
           PERFORM ACCEPT-COV-FROM-PARA.
           PERFORM ACCEPT-RUN-TYPE-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           IF WS-SEL-RUN-TYPE = SPACE
             PERFORM ACCEPT-PAYGRP-PARA
           ELSE
             MOVE SPACE TO WS-PAYGRP-SEL
           END-IF.
           IF EN-BANK-ACCT = SPACES
             DISPLAY "WARNING: NO PAYROLL DEBIT ACCOUNT FOR ENTITY "
                     EN-CODE " ON THE ENTITY MASTER."
             IF WS-JOB-RC < 4
               MOVE 4 TO WS-JOB-RC
             END-IF
           END-IF.
           IF WS-JOB-MODE = 'YES'
             MOVE 1 TO WS-CHOICE
           ELSE
             DISPLAY "|  | (1) FULL FILE FOR THE PERIOD." WS-SPACE
                     WS-SPACE "              |  |"
             DISPLAY "|  | (2) RE-DISBURSEMENT FILE - REJECTED "
                     "EMPLOYEES ONLY." WS-SPACE "  |  |"
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
           END-IF.
           IF WS-CHOICE = 2
             MOVE 'R' TO WS-BK-MODE
           ELSE
             MOVE 'F' TO WS-BK-MODE
           END-IF.
           DISPLAY " ".
           MOVE 0 TO WS-BK-COUNT.
           MOVE 0 TO WS-BK-TOTAL.
           OPEN OUTPUT BANK-FILE.
           MOVE SPACES TO BK-HEADER.
           MOVE 'H' TO BK-HDR-TYPE.
           MOVE EN-BANK-CODE TO BK-HDR-BANK-CODE.
           MOVE EN-BANK-ACCT TO BK-HDR-ACCT.
           MOVE EN-CODE TO BK-HDR-ENTITY.
           MOVE EN-NAME TO BK-HDR-NAME.
           WRITE BK-HEADER.
           DISPLAY "|ID   | NAME                       "
                   "| ACCOUNT NUMBER   | NET AMOUNT  |".
           PERFORM PRINT-LINE-PARA.
           INITIALIZE WS-EOF.
           MOVE ZEROS TO PF-KEY.
           START PAYSLIP-FILE KEY IS > PF-KEY
             INVALID KEY DISPLAY "ERROR! NO SAVED PAYSLIPS FOUND."
             NOT INVALID KEY
               PERFORM UNTIL WS-EOF = 'TRUE'
                 READ PAYSLIP-FILE NEXT RECORD
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM PF-ENTITY-MATCH-PARA
                     PERFORM PF-PAYGRP-MATCH-PARA
                     IF PF-COV-FROM = WS-COV-FROM
                       AND PF-RUN-TYPE = WS-SEL-RUN-TYPE
                       AND WS-ENT-MATCH = 'YES'
                       AND WS-PAYGRP-MATCH = 'YES'
                       IF WS-BK-MODE = 'R'
                         AND PF-DISB-STAT NOT = 'R'
                         CONTINUE
                       ELSE
                         PERFORM BANK-DETAIL-PARA
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
           END-START.
           MOVE SPACES TO BK-TRAILER.
           MOVE 'T' TO BK-TRL-TYPE.
           MOVE WS-BK-COUNT TO BK-TRL-COUNT.
           MOVE WS-BK-TOTAL TO BK-TRL-TOTAL.
           WRITE BK-TRAILER.
           CLOSE BANK-FILE.
           MOVE SPACE TO WS-PAYGRP-SEL.
           PERFORM PRINT-LINE-PARA.
           DISPLAY "EMPLOYEES CREDITED      : " WS-BK-COUNT.
           MOVE WS-BK-TOTAL TO WS-BK-AMT.
           DISPLAY "FILE TOTAL NET AMOUNT   : " WS-BK-AMT.
           IF WS-BK-COUNT = 0
             MOVE 8 TO WS-JOB-RC
           END-IF.
           DISPLAY " ".
           DISPLAY "TIE THE FILE TOTAL TO THE PAYROLL REGISTER "
                   "GRAND TOTAL NET PAY".
           DISPLAY "BEFORE UPLOADING THE FILE TO THE BANK.".
           PERFORM FOOT-PARA.

       BANK-DETAIL-PARA.
           MOVE PF-ID TO FS-ID.
           READ EMPLOYEE
             INVALID KEY
               DISPLAY "RECORD " PF-ID " SKIPPED - EMPLOYEE NOT "
                       "ON FILE."
             NOT INVALID KEY
               IF FS-BANK-ACCT = SPACES
                 DISPLAY "RECORD " PF-ID " SKIPPED - NO BANK "
                         "ACCOUNT ON FILE."
               ELSE
                 MOVE 'D' TO BK-REC-TYPE
                 MOVE FS-BANK-CODE TO BK-BANK-CODE
                 MOVE FS-BANK-ACCT TO BK-ACCT
                 MOVE PF-NAME TO BK-NAME
                 MOVE PF-NETPAY TO BK-AMT
                 WRITE BK-DETAIL
                 IF WS-BK-MODE = 'R'
                   OR (PF-DISB-STAT NOT = 'C'
                   AND PF-DISB-STAT NOT = 'R')
                   MOVE 'S' TO PF-DISB-STAT
                   MOVE SPACES TO PF-DISB-REASON
                   REWRITE PF-RECORD
                     INVALID KEY
                       DISPLAY "DISBURSEMENT STATUS FOR " PF-ID
                               " NOT UPDATED."
                   END-REWRITE
                 ELSE
                   DISPLAY "RECORD " PF-ID " ALREADY CONFIRMED BY "
                           "THE BANK - STATUS KEPT."
                 END-IF
                 ADD 1 TO WS-BK-COUNT
                 ADD PF-NETPAY TO WS-BK-TOTAL
                 MOVE PF-ID TO WS-BK-ID
                 MOVE PF-NAME TO WS-BK-NAME
                 MOVE FS-BANK-ACCT TO WS-BK-ACCT
                 MOVE PF-NETPAY TO WS-BK-AMT
                 DISPLAY WS-BK-LINE
               END-IF
           END-READ.

       LOAN-MAINT-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 7
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "============ LOAN MASTER "
                     "MAINTENANCE ============" WS-LINE2
             DISPLAY "|  | (1) VIEW EMPLOYEE'S LOANS." WS-SPACE
                     WS-SPACE "                |  |"
             DISPLAY "|  | (2) ADD NEW LOAN." WS-SPACE WS-SPACE
                     WS-SPACE "        |  |"
             DISPLAY "|  | (3) UPDATE EXISTING LOAN." WS-SPACE
                     WS-SPACE "                 |  |"
             DISPLAY "|  | (4) DELETE LOAN." WS-SPACE WS-SPACE
                     WS-SPACE "       |  |"
             DISPLAY "|  | (5) LOAN LEDGER REPORT." WS-SPACE
                     WS-SPACE "                   |  |"
             DISPLAY "|  | (6) VIEW LOAN TYPE TABLE."
                     WS-SPACE WS-SPACE "                   |  |"
             DISPLAY "|  | (7) RETURN TO MAIN MENU."
                     WS-SPACE WS-SPACE "                    |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1
                 PERFORM VIEW-LOAN-PARA
               WHEN 2
                 PERFORM ADD-LOAN-PARA
               WHEN 3
                 PERFORM UPDATE-LOAN-PARA
               WHEN 4
                 PERFORM DELETE-LOAN-PARA
               WHEN 5
                 PERFORM LOAN-LEDGER-PARA
               WHEN 6
                 PERFORM VIEW-LOANTYPE-PARA
               WHEN 7
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
                 DISPLAY "INVALID CHOICE."
                 PERFORM FOOT-PARA
             END-EVALUATE
           END-PERFORM.

       VIEW-LOAN-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "================ EMPLOYEE LOANS "
                   "================" WS-LINE2.
           DISPLAY "EMPLOYEE ID             : " WITH NO ADVANCING.
           ACCEPT WS-LN-ID.
           DISPLAY " ".
           DISPLAY "|NO | TYPE       | AGENCY LOAN NO | PRINCIPAL     "
                   "| AMORTIZATION  | BALANCE       |".
           PERFORM PRINT-LINE-PARA.
           PERFORM LIST-LOAN-PARA.
           PERFORM FOOT-PARA.

       LIST-LOAN-PARA.
           INITIALIZE WS-LN-EOF.
           MOVE WS-LN-ID TO LN-ID.
           MOVE 0 TO LN-NO.
           START LOAN-FILE KEY IS > LN-KEY
             INVALID KEY
               DISPLAY "NO LOANS ON FILE FOR THAT EMPLOYEE."
               MOVE 'TRUE' TO WS-LN-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-LN-EOF = 'TRUE'
             READ LOAN-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-LN-EOF
               NOT AT END
                 IF LN-ID NOT = WS-LN-ID
                   MOVE 'TRUE' TO WS-LN-EOF
                 ELSE
                   MOVE LN-NO TO WS-LN-D-NO
                   MOVE LN-TYPE TO WS-LN-D-TYPE
                   MOVE LN-AGY-ACCT TO WS-LN-D-ACCT
                   MOVE LN-PRINCIPAL TO WS-LN-D-PRIN
                   MOVE LN-AMORT TO WS-LN-D-AMORT
                   MOVE LN-BALANCE TO WS-LN-D-BAL
                   DISPLAY WS-LN-LINE
                 END-IF
             END-READ
           END-PERFORM.

       ADD-LOAN-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "================== ADD LOAN "
                   "==================" WS-LINE2.
           DISPLAY "EMPLOYEE ID             : " WITH NO ADVANCING.
           ACCEPT WS-LN-ID.
           MOVE WS-LN-ID TO FS-ID.
           READ EMPLOYEE
             INVALID KEY
               DISPLAY " "
               DISPLAY "EMPLOYEE DOESN'T EXIST."
             NOT INVALID KEY
               DISPLAY "LOAN NUMBER             : " WITH NO ADVANCING
               ACCEPT WS-LN-NO
               PERFORM ACCEPT-LOAN-TYPE-PARA
           END-READ.
           IF WS-FS = '00' AND WS-LN-VALID = 'YES'
             DISPLAY "ORIGINAL PRINCIPAL      : " WITH NO ADVANCING
             ACCEPT WS-LN-PRINCIPAL
             DISPLAY "PER-PERIOD AMORTIZATION : " WITH NO ADVANCING
             ACCEPT WS-LN-AMORT
             DISPLAY " "
             MOVE WS-LN-ID TO LN-ID
             MOVE WS-LN-NO TO LN-NO
             MOVE WS-LN-TYPE TO LN-TYPE
             MOVE WS-LN-PRINCIPAL TO LN-PRINCIPAL
             MOVE WS-LN-AMORT TO LN-AMORT
             MOVE WS-LN-PRINCIPAL TO LN-BALANCE
             MOVE WS-LN-AGY-ACCT TO LN-AGY-ACCT
             MOVE LN-RECORD TO WS-PD-IMAGE
             MOVE 'LOAN' TO WS-PD-TYPE
             MOVE LN-KEY TO WS-PD-KEYDATA
             PERFORM ADD-PENDING-PARA
           END-IF.
           PERFORM FOOT-PARA.

       UPDATE-LOAN-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "================ UPDATE LOAN "
                   "================" WS-LINE2.
           DISPLAY "EMPLOYEE ID             : " WITH NO ADVANCING.
           ACCEPT WS-LN-ID.
           DISPLAY "LOAN NUMBER             : " WITH NO ADVANCING.
           ACCEPT WS-LN-NO.
           MOVE WS-LN-ID TO LN-ID.
           MOVE WS-LN-NO TO LN-NO.
           READ LOAN-FILE
             INVALID KEY
               DISPLAY " "
               DISPLAY "LOAN DOESN'T EXIST."
               MOVE 'NO ' TO WS-LN-VALID
             NOT INVALID KEY
               PERFORM ACCEPT-LOAN-TYPE-PARA
           END-READ.
           IF WS-LN-VALID = 'YES'
             DISPLAY "ORIGINAL PRINCIPAL      : " WITH NO ADVANCING
             ACCEPT WS-LN-PRINCIPAL
             DISPLAY "PER-PERIOD AMORTIZATION : " WITH NO ADVANCING
             ACCEPT WS-LN-AMORT
             DISPLAY "RUNNING BALANCE         : " WITH NO ADVANCING
             ACCEPT LN-BALANCE
             DISPLAY " "
             MOVE WS-LN-TYPE TO LN-TYPE
             MOVE WS-LN-PRINCIPAL TO LN-PRINCIPAL
             MOVE WS-LN-AMORT TO LN-AMORT
             MOVE WS-LN-AGY-ACCT TO LN-AGY-ACCT
             MOVE LN-RECORD TO WS-PD-IMAGE
             MOVE 'LOAN' TO WS-PD-TYPE
             MOVE LN-KEY TO WS-PD-KEYDATA
             PERFORM ADD-PENDING-PARA
           END-IF.
           PERFORM FOOT-PARA.

       DELETE-LOAN-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "================ DELETE LOAN "
                   "================" WS-LINE2.
           DISPLAY "EMPLOYEE ID             : " WITH NO ADVANCING.
           ACCEPT LN-ID.
           DISPLAY "LOAN NUMBER             : " WITH NO ADVANCING.
           ACCEPT LN-NO.
           DISPLAY " ".
           READ LOAN-FILE
             INVALID KEY
               DISPLAY "LOAN DOESN'T EXIST."
             NOT INVALID KEY
               MOVE SPACES TO WS-PD-IMAGE
               MOVE 'LOANDEL' TO WS-PD-TYPE
               MOVE LN-KEY TO WS-PD-KEYDATA
               PERFORM ADD-PENDING-PARA
           END-READ.
           PERFORM FOOT-PARA.

       LOAN-LEDGER-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============== LOAN LEDGER REPORT "
                   "==============" WS-LINE2.
           DISPLAY "EMPLOYEE ID             : " WITH NO ADVANCING.
           ACCEPT WS-LN-ID.
           DISPLAY " ".
           DISPLAY "LOANS ON FILE".
           DISPLAY "|NO | TYPE       | AGENCY LOAN NO | PRINCIPAL     "
                   "| AMORTIZATION  | BALANCE       |".
           PERFORM PRINT-LINE-PARA.
           PERFORM LIST-LOAN-PARA.
           DISPLAY " ".
           DISPLAY "PAYMENTS APPLIED".
           DISPLAY "|NO | COV-FROM | PAY DATE "
                   "| AMOUNT        | BALANCE AFTER |".
           PERFORM PRINT-LINE-PARA.
           INITIALIZE WS-LN-EOF.
           MOVE WS-LN-ID TO LP-ID.
           MOVE 0 TO LP-NO.
           MOVE 0 TO LP-COV-FROM.
           START LOAN-PAY-FILE KEY IS > LP-KEY
             INVALID KEY
               DISPLAY "NO PAYMENTS ON FILE FOR THAT EMPLOYEE."
               MOVE 'TRUE' TO WS-LN-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-LN-EOF = 'TRUE'
             READ LOAN-PAY-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-LN-EOF
               NOT AT END
                 IF LP-ID NOT = WS-LN-ID
                   MOVE 'TRUE' TO WS-LN-EOF
                 ELSE
                   MOVE LP-NO TO WS-LP-D-NO
                   MOVE LP-COV-FROM TO WS-LP-D-COV
                   MOVE LP-DATE TO WS-LP-D-DATE
                   MOVE LP-AMT TO WS-LP-D-AMT
                   MOVE LP-BALANCE TO WS-LP-D-BAL
                   DISPLAY WS-LP-LINE
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM FOOT-PARA.

       ACCEPT-LOAN-TYPE-PARA.
           MOVE 'YES' TO WS-LN-VALID.
           MOVE SPACES TO WS-LN-AGY-ACCT.
           DISPLAY "LOAN TYPE CODE          : " WITH NO ADVANCING.
           ACCEPT WS-LN-TYPE.
           MOVE FUNCTION UPPER-CASE (WS-LN-TYPE) TO WS-LN-TYPE.
           MOVE WS-LN-TYPE TO LT-CODE.
           READ LOANTYPE-FILE
             INVALID KEY
               DISPLAY " "
               DISPLAY "LOAN TYPE NOT ON THE LOAN TYPE TABLE."
               MOVE 'NO ' TO WS-LN-VALID
               EXIT PARAGRAPH
             NOT INVALID KEY
               DISPLAY "LOAN TYPE DESCRIPTION   : " LT-DESC
           END-READ.
           IF LT-IS-SSS OR LT-IS-PAGIBIG
             DISPLAY "AGENCY LOAN ACCOUNT NO. : " WITH NO ADVANCING
             ACCEPT WS-LN-AGY-ACCT
             IF WS-LN-AGY-ACCT = SPACES
               DISPLAY " "
               DISPLAY "THE AGENCY LOAN ACCOUNT NUMBER IS REQUIRED "
                       "FOR SSS AND PAG-IBIG LOANS."
               MOVE 'NO ' TO WS-LN-VALID
             END-IF
           END-IF.

       LOANTYPE-MAINT-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "=========== LOAN TYPE TABLE "
                     "MAINTENANCE ===========" WS-LINE2
             DISPLAY "|  | (1) VIEW LOAN TYPE TABLE."
                     WS-SPACE WS-SPACE "                   |  |"
             DISPLAY "|  | (2) ADD OR UPDATE A LOAN TYPE."
                     WS-SPACE WS-SPACE "              |  |"
             DISPLAY "|  | (3) DELETE A LOAN TYPE."
                     WS-SPACE WS-SPACE "                     |  |"
             DISPLAY "|  | (4) RETURN TO MAIN MENU."
                     WS-SPACE WS-SPACE "                    |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1
                 PERFORM VIEW-LOANTYPE-PARA
               WHEN 2
                 PERFORM ADD-LOANTYPE-PARA
               WHEN 3
                 PERFORM DELETE-LOANTYPE-PARA
               WHEN 4
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
                 DISPLAY "INVALID CHOICE."
                 PERFORM FOOT-PARA
             END-EVALUATE
           END-PERFORM.

       VIEW-LOANTYPE-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============== LOAN TYPE TABLE "
                   "==============" WS-LINE2.
           DISPLAY "|CODE       | DESCRIPTION          | AGENCY  |".
           PERFORM PRINT-LINE-PARA.
           INITIALIZE WS-LT-EOF.
           MOVE SPACES TO LT-CODE.
           START LOANTYPE-FILE KEY IS > LT-CODE
             INVALID KEY
               DISPLAY "LOAN TYPE TABLE IS EMPTY."
               MOVE 'TRUE' TO WS-LT-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-LT-EOF = 'TRUE'
             READ LOANTYPE-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-LT-EOF
               NOT AT END
                 MOVE LT-CODE TO WS-LT-D-CODE
                 MOVE LT-DESC TO WS-LT-D-DESC
                 EVALUATE TRUE
                   WHEN LT-IS-SSS
                     MOVE 'SSS' TO WS-LT-D-AGENCY
                   WHEN LT-IS-PAGIBIG
                     MOVE 'PAG-IBIG' TO WS-LT-D-AGENCY
                   WHEN OTHER
                     MOVE 'COMPANY' TO WS-LT-D-AGENCY
                 END-EVALUATE
                 DISPLAY WS-LT-LINE
             END-READ
           END-PERFORM.
           PERFORM FOOT-PARA.

       ADD-LOANTYPE-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========== ADD OR UPDATE LOAN TYPE "
                   "==========" WS-LINE2.
           DISPLAY "LOAN TYPE CODE          : " WITH NO ADVANCING.
           ACCEPT WS-LT-CODE-W.
           MOVE FUNCTION UPPER-CASE (WS-LT-CODE-W) TO WS-LT-CODE-W.
           DISPLAY "DESCRIPTION             : " WITH NO ADVANCING.
           ACCEPT WS-LT-DESC-W.
           MOVE FUNCTION UPPER-CASE (WS-LT-DESC-W) TO WS-LT-DESC-W.
           DISPLAY "AGENCY (S=SSS, P=PAG-IBIG, C=COMPANY): "
                                      WITH NO ADVANCING.
           ACCEPT WS-LT-AGENCY-W.
           MOVE FUNCTION UPPER-CASE (WS-LT-AGENCY-W)
               TO WS-LT-AGENCY-W.
           DISPLAY " ".
           IF WS-LT-CODE-W = SPACES
             DISPLAY "LOAN TYPE CODE IS REQUIRED."
           ELSE IF WS-LT-AGENCY-W NOT = 'S'
             AND WS-LT-AGENCY-W NOT = 'P'
             AND WS-LT-AGENCY-W NOT = 'C'
             DISPLAY "INVALID AGENCY. IT MUST BE S, P OR C."
           ELSE
             MOVE WS-LT-CODE-W TO LT-CODE
             MOVE WS-LT-DESC-W TO LT-DESC
             MOVE WS-LT-AGENCY-W TO LT-AGENCY
             WRITE LT-RECORD
               INVALID KEY
                 REWRITE LT-RECORD
                   INVALID KEY
                     DISPLAY "LOAN TYPE NOT SAVED."
                   NOT INVALID KEY
                     DISPLAY "LOAN TYPE UPDATED."
                 END-REWRITE
               NOT INVALID KEY
                 DISPLAY "LOAN TYPE ADDED."
             END-WRITE
           END-IF.
           PERFORM FOOT-PARA.

       DELETE-LOANTYPE-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============= DELETE LOAN TYPE "
                   "=============" WS-LINE2.
           DISPLAY "LOAN TYPE CODE          : " WITH NO ADVANCING.
           ACCEPT WS-LT-CODE-W.
           MOVE FUNCTION UPPER-CASE (WS-LT-CODE-W) TO WS-LT-CODE-W.
           DISPLAY " ".
           MOVE 'NO ' TO WS-LT-INUSE.
           INITIALIZE WS-LN-EOF.
           MOVE SPACES TO LN-ID.
           MOVE 0 TO LN-NO.
           START LOAN-FILE KEY IS > LN-KEY
             INVALID KEY MOVE 'TRUE' TO WS-LN-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-LN-EOF = 'TRUE'
             READ LOAN-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-LN-EOF
               NOT AT END
                 IF LN-TYPE = WS-LT-CODE-W
                   MOVE 'YES' TO WS-LT-INUSE
                   MOVE 'TRUE' TO WS-LN-EOF
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-LT-INUSE = 'YES'
             DISPLAY "LOAN TYPE IS STILL USED BY LOAN " LN-ID " "
                     LN-NO " - NOT DELETED."
           ELSE
             MOVE WS-LT-CODE-W TO LT-CODE
             DELETE LOANTYPE-FILE RECORD
               INVALID KEY DISPLAY "LOAN TYPE DOESN'T EXIST."
               NOT INVALID KEY DISPLAY "LOAN TYPE DELETED."
             END-DELETE
           END-IF.
           PERFORM FOOT-PARA.

       ACCEPT-ENTITY-PARA.
           MOVE 'NO ' TO WS-ENT-OK.
           PERFORM ACCEPT-ENTITY-ONE-PARA UNTIL WS-ENT-OK = 'YES'.

       ACCEPT-ENTITY-ONE-PARA.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-ENTITY TO WS-ENT-SEL
           ELSE IF WS-ENT-ALL = 'YES'
             DISPLAY "EMPLOYER ENTITY (BLANK FOR ALL ENTITIES): "
                                        WITH NO ADVANCING
             ACCEPT WS-ENT-SEL
           ELSE
             DISPLAY "EMPLOYER ENTITY (BLANK FOR MAIN): "
                                        WITH NO ADVANCING
             ACCEPT WS-ENT-SEL
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-ENT-SEL) TO WS-ENT-SEL.
           IF WS-ENT-SEL = SPACES AND WS-ENT-ALL = 'YES'
             DISPLAY "EMPLOYER ENTITY         : ALL ENTITIES"
             MOVE 'YES' TO WS-ENT-OK
             EXIT PARAGRAPH
           END-IF.
           IF WS-ENT-SEL = SPACES
             MOVE 'MAIN' TO WS-ENT-SEL
           END-IF.
           MOVE WS-ENT-SEL TO EN-CODE.
           READ ENTITY-FILE
             INVALID KEY
               DISPLAY "UNKNOWN EMPLOYER ENTITY. MAINTAIN IT IN THE "
                       "ENTITY MASTER FIRST."
               MOVE 'NO ' TO WS-ENT-OK
             NOT INVALID KEY
               DISPLAY "EMPLOYER ENTITY         : " EN-CODE " " EN-NAME
               MOVE 'YES' TO WS-ENT-OK
           END-READ.

       EMP-ENTITY-MATCH-PARA.
           MOVE WS-ENTITY TO WS-ENT-CUR.
           IF WS-ENT-CUR = SPACES
             MOVE 'MAIN' TO WS-ENT-CUR
           END-IF.
           IF WS-ENT-SEL = SPACES OR WS-ENT-CUR = WS-ENT-SEL
             MOVE 'YES' TO WS-ENT-MATCH
           ELSE
             MOVE 'NO ' TO WS-ENT-MATCH
           END-IF.

       ACCEPT-PAYGRP-PARA.
           MOVE 'NO ' TO WS-PAYGRP-OK.
           PERFORM ACCEPT-PAYGRP-ONE-PARA UNTIL WS-PAYGRP-OK = 'YES'.

       ACCEPT-PAYGRP-ONE-PARA.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-PAYGRP TO WS-PAYGRP-SEL
           ELSE
             DISPLAY "PAY GROUP (W = WEEKLY-PAID, BLANK = MONTHLY/"
                     "SEMI-MONTHLY): " WITH NO ADVANCING
             ACCEPT WS-PAYGRP-SEL
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-PAYGRP-SEL) TO WS-PAYGRP-SEL.
           IF WS-PAYGRP-SEL = 'W'
             DISPLAY "PAY GROUP               : WEEKLY-PAID"
             MOVE 'YES' TO WS-PAYGRP-OK
           ELSE IF WS-PAYGRP-SEL = SPACE
             DISPLAY "PAY GROUP               : MONTHLY/SEMI-MONTHLY"
             MOVE 'YES' TO WS-PAYGRP-OK
           ELSE
             DISPLAY "INVALID PAY GROUP. ENTER W OR LEAVE IT BLANK."
             MOVE 'NO ' TO WS-PAYGRP-OK
           END-IF.

       EMP-PAYGRP-MATCH-PARA.
           IF WEEKLY
             IF WS-PAYGRP-SEL = 'W'
               MOVE 'YES' TO WS-PAYGRP-MATCH
             ELSE
               MOVE 'NO ' TO WS-PAYGRP-MATCH
             END-IF
           ELSE
             IF WS-PAYGRP-SEL = SPACE
               MOVE 'YES' TO WS-PAYGRP-MATCH
             ELSE
               MOVE 'NO ' TO WS-PAYGRP-MATCH
             END-IF
           END-IF.

       PF-PAYGRP-MATCH-PARA.
           IF PF-RUN-TYPE NOT = SPACE
             MOVE 'YES' TO WS-PAYGRP-MATCH
           ELSE
             IF PF-PAYPER = 'WEEKLY'
               IF WS-PAYGRP-SEL = 'W'
                 MOVE 'YES' TO WS-PAYGRP-MATCH
               ELSE
                 MOVE 'NO ' TO WS-PAYGRP-MATCH
               END-IF
             ELSE
               IF WS-PAYGRP-SEL = SPACE
                 MOVE 'YES' TO WS-PAYGRP-MATCH
               ELSE
                 MOVE 'NO ' TO WS-PAYGRP-MATCH
               END-IF
             END-IF
           END-IF.

       PF-ENTITY-MATCH-PARA.
           MOVE PF-ENTITY TO WS-ENT-CUR.
           IF WS-ENT-CUR = SPACES
             MOVE 'MAIN' TO WS-ENT-CUR
           END-IF.
           IF WS-ENT-SEL = SPACES OR WS-ENT-CUR = WS-ENT-SEL
             MOVE 'YES' TO WS-ENT-MATCH
           ELSE
             MOVE 'NO ' TO WS-ENT-MATCH
           END-IF.

       ENTITY-MAINT-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "=========== EMPLOYER ENTITY "
                     "MAINTENANCE ===========" WS-LINE2
             DISPLAY "|  | (1) VIEW EMPLOYER ENTITIES."
                     WS-SPACE WS-SPACE "                 |  |"
             DISPLAY "|  | (2) ADD OR UPDATE AN EMPLOYER ENTITY."
                     WS-SPACE WS-SPACE "       |  |"
             DISPLAY "|  | (3) DELETE AN EMPLOYER ENTITY."
                     WS-SPACE WS-SPACE "              |  |"
             DISPLAY "|  | (4) RETURN TO MAIN MENU."
                     WS-SPACE WS-SPACE "                    |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1
                 PERFORM VIEW-ENTITY-PARA
               WHEN 2
                 PERFORM ADD-ENTITY-PARA
               WHEN 3
                 PERFORM DELETE-ENTITY-PARA
               WHEN 4
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
                 DISPLAY "INVALID CHOICE."
                 PERFORM FOOT-PARA
             END-EVALUATE
           END-PERFORM.

       VIEW-ENTITY-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========== EMPLOYER ENTITY MASTER "
                   "==========" WS-LINE2.
           DISPLAY "|CODE | NAME                          | SSS "
                   "ER NO | TIN         | PHIC ER NO  | PAG-IBIG"
                   " ER | BNK | DEBIT ACCOUNT  |".
           PERFORM PRINT-LINE2-PARA.
           INITIALIZE WS-EN-EOF.
           MOVE SPACES TO EN-CODE.
           START ENTITY-FILE KEY IS > EN-CODE
             INVALID KEY
               DISPLAY "ENTITY MASTER IS EMPTY."
               MOVE 'TRUE' TO WS-EN-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-EN-EOF = 'TRUE'
             READ ENTITY-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-EN-EOF
               NOT AT END
                 MOVE EN-CODE TO WS-EN-D-CODE
                 MOVE EN-NAME TO WS-EN-D-NAME
                 MOVE EN-SSS-NO TO WS-EN-D-SSS
                 MOVE EN-TIN TO WS-EN-D-TIN
                 MOVE EN-PHIC-NO TO WS-EN-D-PHIC
                 MOVE EN-PAGIBIG-NO TO WS-EN-D-PAGIBIG
                 MOVE EN-BANK-CODE TO WS-EN-D-BANK
                 MOVE EN-BANK-ACCT TO WS-EN-D-ACCT
                 DISPLAY WS-EN-LINE
             END-READ
           END-PERFORM.
           PERFORM FOOT-PARA.

       ADD-ENTITY-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "======= ADD OR UPDATE EMPLOYER ENTITY "
                   "=======" WS-LINE2.
           MOVE SPACES TO WS-EN-W.
           DISPLAY "ENTITY CODE             : " WITH NO ADVANCING.
           ACCEPT WS-EN-CODE-W.
           MOVE FUNCTION UPPER-CASE (WS-EN-CODE-W) TO WS-EN-CODE-W.
           DISPLAY "REGISTERED NAME         : " WITH NO ADVANCING.
           ACCEPT WS-EN-NAME-W.
           MOVE FUNCTION UPPER-CASE (WS-EN-NAME-W) TO WS-EN-NAME-W.
           DISPLAY "SSS EMPLOYER NUMBER (10 DIGITS): "
                                      WITH NO ADVANCING.
           ACCEPT WS-EN-SSS-W.
           DISPLAY "EMPLOYER TIN (9 OR 12 DIGITS)  : "
                                      WITH NO ADVANCING.
           ACCEPT WS-EN-TIN-W.
           DISPLAY "PHILHEALTH EMPLOYER NO. (12 DIGITS): "
                                      WITH NO ADVANCING.
           ACCEPT WS-EN-PHIC-W.
           DISPLAY "PAG-IBIG EMPLOYER ID (12 DIGITS)   : "
                                      WITH NO ADVANCING.
           ACCEPT WS-EN-PAGIBIG-W.
           DISPLAY "PAYROLL BANK CODE       : " WITH NO ADVANCING.
           ACCEPT WS-EN-BANK-CODE-W.
           MOVE FUNCTION UPPER-CASE (WS-EN-BANK-CODE-W)
               TO WS-EN-BANK-CODE-W.
           DISPLAY "PAYROLL DEBIT ACCOUNT   : " WITH NO ADVANCING.
           ACCEPT WS-EN-BANK-ACCT-W.
           DISPLAY " ".
           IF WS-EN-CODE-W = SPACES
             DISPLAY "ENTITY CODE IS REQUIRED."
           ELSE IF WS-EN-SSS-W NOT = SPACES
             AND WS-EN-SSS-W IS NOT NUMERIC
             DISPLAY "INVALID SSS EMPLOYER NUMBER. IT MUST BE 10 "
                     "DIGITS."
           ELSE IF WS-EN-TIN-W NOT = SPACES
             AND WS-EN-TIN-W IS NOT NUMERIC
             AND (WS-EN-TIN-W (1:9) IS NOT NUMERIC
               OR WS-EN-TIN-W (10:3) NOT = SPACES)
             DISPLAY "INVALID TIN. IT MUST BE 9 OR 12 DIGITS."
           ELSE IF WS-EN-PHIC-W NOT = SPACES
             AND WS-EN-PHIC-W IS NOT NUMERIC
             DISPLAY "INVALID PHILHEALTH EMPLOYER NUMBER. IT MUST BE "
                     "12 DIGITS."
           ELSE IF WS-EN-PAGIBIG-W NOT = SPACES
             AND WS-EN-PAGIBIG-W IS NOT NUMERIC
             DISPLAY "INVALID PAG-IBIG EMPLOYER ID. IT MUST BE 12 "
                     "DIGITS."
           ELSE
             MOVE WS-EN-W TO EN-RECORD
             WRITE EN-RECORD
               INVALID KEY
                 REWRITE EN-RECORD
                   INVALID KEY
                     DISPLAY "EMPLOYER ENTITY NOT SAVED."
                   NOT INVALID KEY
                     DISPLAY "EMPLOYER ENTITY UPDATED."
                 END-REWRITE
               NOT INVALID KEY
                 DISPLAY "EMPLOYER ENTITY ADDED."
             END-WRITE
           END-IF.
           PERFORM FOOT-PARA.

       DELETE-ENTITY-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========== DELETE EMPLOYER ENTITY "
                   "==========" WS-LINE2.
           DISPLAY "ENTITY CODE             : " WITH NO ADVANCING.
           ACCEPT WS-EN-CODE-W.
           MOVE FUNCTION UPPER-CASE (WS-EN-CODE-W) TO WS-EN-CODE-W.
           DISPLAY " ".
           IF WS-EN-CODE-W = 'MAIN'
             DISPLAY "THE DEFAULT ENTITY MAIN CANNOT BE DELETED."
             PERFORM FOOT-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE 'NO ' TO WS-ENT-INUSE.
           INITIALIZE WS-EOF.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
             INVALID KEY MOVE 'TRUE' TO WS-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-EOF = 'TRUE'
             READ EMPLOYEE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-EOF
               NOT AT END
                 IF FS-ENTITY = WS-EN-CODE-W
                   MOVE 'YES' TO WS-ENT-INUSE
                   MOVE 'TRUE' TO WS-EOF
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-ENT-INUSE = 'YES'
             DISPLAY "ENTITY IS STILL ASSIGNED TO EMPLOYEE " FS-ID
                     " - NOT DELETED."
           ELSE
             MOVE WS-EN-CODE-W TO EN-CODE
             DELETE ENTITY-FILE RECORD
               INVALID KEY DISPLAY "EMPLOYER ENTITY DOESN'T EXIST."
               NOT INVALID KEY DISPLAY "EMPLOYER ENTITY DELETED."
             END-DELETE
           END-IF.
           PERFORM FOOT-PARA.

       MINWAGE-MAINT-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "======= MINIMUM WAGE AND WAGE "
                     "ORDERS =======" WS-LINE2
             DISPLAY "|  | (1) VIEW MINIMUM WAGE TABLE."
                     WS-SPACE WS-SPACE "                |  |"
             DISPLAY "|  | (2) ADD OR UPDATE A MINIMUM WAGE RATE."
                     WS-SPACE WS-SPACE "      |  |"
             DISPLAY "|  | (3) DELETE A MINIMUM WAGE RATE."
                     WS-SPACE WS-SPACE "             |  |"
             DISPLAY "|  | (4) MINIMUM WAGE COMPLIANCE REPORT."
                     WS-SPACE WS-SPACE "         |  |"
             DISPLAY "|  | (5) WAGE ORDER MASS ADJUSTMENT."
                     WS-SPACE WS-SPACE "             |  |"
             DISPLAY "|  | (6) RETURN TO MAIN MENU."
                     WS-SPACE WS-SPACE "                    |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1
                 PERFORM VIEW-MINWAGE-PARA
               WHEN 2
                 PERFORM ADD-MINWAGE-PARA
               WHEN 3
                 PERFORM DELETE-MINWAGE-PARA
               WHEN 4
                 PERFORM MINWAGE-REPORT-PARA
               WHEN 5
                 PERFORM WAGEORD-PARA
               WHEN 6
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
                 DISPLAY "INVALID CHOICE."
                 PERFORM FOOT-PARA
             END-EVALUATE
           END-PERFORM.

       VIEW-MINWAGE-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========== MINIMUM WAGE TABLE "
                   "==========" WS-LINE2.
           DISPLAY "|REGN |EFF DATE |DAILY MIN |WAGE ORDER     "
                   " |ADJUSTED|".
           PERFORM PRINT-LINE-PARA.
           INITIALIZE WS-MW-EOF.
           MOVE SPACES TO MW-REGION.
           MOVE 0 TO MW-EFF-DATE.
           START MINWAGE-FILE KEY IS > MW-KEY
             INVALID KEY
               DISPLAY "MINIMUM WAGE TABLE IS EMPTY."
               MOVE 'TRUE' TO WS-MW-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-MW-EOF = 'TRUE'
             READ MINWAGE-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-MW-EOF
               NOT AT END
                 MOVE MW-REGION TO WS-MW-D-REGION
                 MOVE MW-EFF-DATE TO WS-MW-D-EFF
                 MOVE MW-DAILY TO WS-MW-D-DAILY
                 MOVE MW-ORDER TO WS-MW-D-ORDER
                 IF MW-ADJ-DATE = 0
                   MOVE SPACES TO WS-MW-D-ADJ
                 ELSE
                   MOVE MW-ADJ-DATE TO WS-MW-D-ADJ
                 END-IF
                 DISPLAY WS-MW-LINE
             END-READ
           END-PERFORM.
           PERFORM FOOT-PARA.

       ADD-MINWAGE-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "====== ADD OR UPDATE MINIMUM WAGE RATE "
                   "======" WS-LINE2.
           MOVE SPACES TO WS-MW-REGION-E WS-MW-ORDER-E.
           MOVE 0 TO WS-MW-EFF-E WS-MW-DAILY-E WS-MW-ADJ-E.
           DISPLAY "WORK REGION CODE        : " WITH NO ADVANCING.
           ACCEPT WS-MW-REGION-E.
           MOVE FUNCTION UPPER-CASE (WS-MW-REGION-E) TO WS-MW-REGION-E.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-MW-EFF-E.
           DISPLAY "DAILY MINIMUM WAGE      : " WITH NO ADVANCING.
           ACCEPT WS-MW-DAILY-E.
           DISPLAY "WAGE ORDER NUMBER       : " WITH NO ADVANCING.
           ACCEPT WS-MW-ORDER-E.
           MOVE FUNCTION UPPER-CASE (WS-MW-ORDER-E) TO WS-MW-ORDER-E.
           DISPLAY " ".
           IF WS-MW-REGION-E = SPACES
             DISPLAY "WORK REGION CODE IS REQUIRED."
           ELSE IF WS-MW-EFF-E = 0
             OR FUNCTION TEST-DATE-YYYYMMDD (WS-MW-EFF-E) NOT = 0
             DISPLAY "INVALID EFFECTIVE DATE."
           ELSE IF WS-MW-DAILY-E = 0
             DISPLAY "DAILY MINIMUM WAGE MUST BE GREATER THAN ZERO."
           ELSE
             MOVE WS-MW-KEY-W TO MW-KEY
             READ MINWAGE-FILE
               INVALID KEY
                 MOVE 0 TO WS-MW-ADJ-E
               NOT INVALID KEY
                 MOVE MW-ADJ-DATE TO WS-MW-ADJ-E
             END-READ
             MOVE WS-MW-W TO MW-RECORD
             WRITE MW-RECORD
               INVALID KEY
                 REWRITE MW-RECORD
                   INVALID KEY
                     DISPLAY "MINIMUM WAGE RATE NOT SAVED."
                   NOT INVALID KEY
                     DISPLAY "MINIMUM WAGE RATE UPDATED."
                 END-REWRITE
               NOT INVALID KEY
                 DISPLAY "MINIMUM WAGE RATE ADDED."
             END-WRITE
           END-IF.
           PERFORM FOOT-PARA.

       DELETE-MINWAGE-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "======== DELETE MINIMUM WAGE RATE "
                   "========" WS-LINE2.
           DISPLAY "WORK REGION CODE        : " WITH NO ADVANCING.
           ACCEPT MW-REGION.
           MOVE FUNCTION UPPER-CASE (MW-REGION) TO MW-REGION.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT MW-EFF-DATE.
           DISPLAY " ".
           READ MINWAGE-FILE
             INVALID KEY
               DISPLAY "MINIMUM WAGE RATE DOESN'T EXIST."
             NOT INVALID KEY
               IF MW-ADJ-DATE NOT = 0
                 DISPLAY "WAGE ORDER ALREADY APPLIED ON " MW-ADJ-DATE
                         " - NOT DELETED."
               ELSE
                 DELETE MINWAGE-FILE RECORD
                   INVALID KEY DISPLAY "MINIMUM WAGE RATE NOT DELETED."
                   NOT INVALID KEY DISPLAY "MINIMUM WAGE RATE DELETED."
                 END-DELETE
               END-IF
           END-READ.
           PERFORM FOOT-PARA.

       GET-MINWAGE-PARA.
           MOVE 'NO ' TO WS-MW-FOUND.
           MOVE 0 TO WS-MW-MIN.
           INITIALIZE WS-MW-EOF.
           MOVE WS-MW-REGION-W TO MW-REGION.
           MOVE 0 TO MW-EFF-DATE.
           START MINWAGE-FILE KEY IS >= MW-KEY
             INVALID KEY MOVE 'TRUE' TO WS-MW-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-MW-EOF = 'TRUE'
             READ MINWAGE-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-MW-EOF
               NOT AT END
                 IF MW-REGION NOT = WS-MW-REGION-W
                   OR MW-EFF-DATE > WS-MW-ASOF
                   MOVE 'TRUE' TO WS-MW-EOF
                 ELSE
                   MOVE 'YES' TO WS-MW-FOUND
                   MOVE MW-DAILY TO WS-MW-MIN
                 END-IF
             END-READ
           END-PERFORM.

       MINWAGE-REPORT-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "=========== MINIMUM WAGE COMPLIANCE "
                   "===========" WS-LINE2.
           DISPLAY "AS OF DATE (YYYYMMDD, 0 FOR TODAY): "
                                      WITH NO ADVANCING.
           ACCEPT WS-MW-ASOF.
           IF WS-MW-ASOF = 0
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MW-ASOF
           END-IF.
           DISPLAY "WORK REGION (BLANK FOR ALL REGIONS): "
                                      WITH NO ADVANCING.
           ACCEPT WS-MW-REGION-E.
           MOVE FUNCTION UPPER-CASE (WS-MW-REGION-E) TO WS-MW-REGION-E.
           MOVE 'YES' TO WS-ENT-ALL.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 'NO ' TO WS-ENT-ALL.
           DISPLAY " ".
           DISPLAY "RANK-AND-FILE AND CONTRACTUAL DAILY RATES "
                   "(MONTHLY / 26) AS OF " WS-MW-ASOF.
           DISPLAY "|ID    |NAME                         |RE"
                   "GN |DESIGNATION   |DAILY RATE |MINIMUM  "
                   " |SHORTFALL  |REMARKS       |".
           PERFORM PRINT-LINE-PARA.
           MOVE 0 TO WS-MW-CNT WS-MW-BELOW WS-MW-NOREG.
           INITIALIZE WS-EOF.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
             INVALID KEY MOVE 'TRUE' TO WS-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-EOF = 'TRUE'
             READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
               AT END MOVE 'TRUE' TO WS-EOF
               NOT AT END
                 PERFORM EMP-ENTITY-MATCH-PARA
                 IF WS-STAT NOT = 'SEPARATED'
                   AND WS-ENT-MATCH = 'YES'
                   AND (WS-DESIG = 'RANK-AND-FILE'
                     OR WS-DESIG = 'CONTRACTUAL')
                   AND (WS-MW-REGION-E = SPACES
                     OR WS-REGION = WS-MW-REGION-E)
                   PERFORM MINWAGE-CHECK-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM PRINT-LINE-PARA.
           DISPLAY "EMPLOYEES CHECKED       : " WS-MW-CNT.
           DISPLAY "BELOW THE MINIMUM WAGE  : " WS-MW-BELOW.
           DISPLAY "NO WORK REGION/WAGE RATE: " WS-MW-NOREG.
           PERFORM FOOT-PARA.

       MINWAGE-CHECK-PARA.
           ADD 1 TO WS-MW-CNT.
           COMPUTE WS-MW-RATE = WS-MONSAL / 26.
           MOVE WS-ID TO WS-MC-D-ID.
           MOVE WS-NAME TO WS-MC-D-NAME.
           MOVE WS-REGION TO WS-MC-D-REGION.
           MOVE WS-DESIG TO WS-MC-D-DESIG.
           MOVE WS-MW-RATE TO WS-MC-D-RATE.
           MOVE 0 TO WS-MC-D-MIN.
           MOVE 0 TO WS-MC-D-SHORT.
           IF WS-REGION = SPACES
             ADD 1 TO WS-MW-NOREG
             MOVE 'NO WORK REGION' TO WS-MC-D-REMARK
             DISPLAY WS-MC-LINE
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-REGION TO WS-MW-REGION-W.
           PERFORM GET-MINWAGE-PARA.
           IF WS-MW-FOUND = 'NO '
             ADD 1 TO WS-MW-NOREG
             MOVE 'NO WAGE RATE' TO WS-MC-D-REMARK
             DISPLAY WS-MC-LINE
           ELSE IF WS-MW-RATE < WS-MW-MIN
             ADD 1 TO WS-MW-BELOW
             COMPUTE WS-MW-SHORT = WS-MW-MIN - WS-MW-RATE
             MOVE WS-MW-MIN TO WS-MC-D-MIN
             MOVE WS-MW-SHORT TO WS-MC-D-SHORT
             MOVE 'BELOW MINIMUM' TO WS-MC-D-REMARK
             DISPLAY WS-MC-LINE
           END-IF.

       WAGEORD-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "=========== WAGE ORDER MASS ADJUSTMENT "
                   "===========" WS-LINE2.
           DISPLAY "WORK REGION CODE        : " WITH NO ADVANCING.
           ACCEPT MW-REGION.
           MOVE FUNCTION UPPER-CASE (MW-REGION) TO MW-REGION.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT MW-EFF-DATE.
           DISPLAY " ".
           READ MINWAGE-FILE
             INVALID KEY
               DISPLAY "NO MINIMUM WAGE RATE FOR THAT REGION AND "
                       "EFFECTIVE DATE."
               PERFORM FOOT-PARA
               EXIT PARAGRAPH
             NOT INVALID KEY
               CONTINUE
           END-READ.
           IF MW-ADJ-DATE NOT = 0
             DISPLAY "WAGE ORDER ALREADY APPLIED ON " MW-ADJ-DATE "."
             PERFORM FOOT-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE MW-RECORD TO WS-MW-W.
           MOVE 'NO ' TO WS-MW-APPLY.
           PERFORM WAGEORD-SCAN-PARA.
           IF WS-MW-BELOW = 0
             DISPLAY "NO EMPLOYEE IN THE REGION IS BELOW THIS "
                     "MINIMUM - NOTHING TO ADJUST."
             PERFORM FOOT-PARA
             EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "SUBMIT THE ADJUSTMENT FOR APPROVAL (Y/N): "
                                      WITH NO ADVANCING.
           ACCEPT WS-MW-SUBMIT.
           MOVE FUNCTION UPPER-CASE (WS-MW-SUBMIT) TO WS-MW-SUBMIT.
           IF WS-MW-SUBMIT = 'Y'
             MOVE WS-MW-W TO WS-PD-IMAGE
             MOVE 'WAGEORD' TO WS-PD-TYPE
             MOVE WS-MW-KEY-W TO WS-PD-KEYDATA
             PERFORM ADD-PENDING-PARA
           ELSE
             DISPLAY "ADJUSTMENT NOT SUBMITTED."
           END-IF.
           PERFORM FOOT-PARA.

       WAGEORD-SCAN-PARA.
           MOVE WS-MW-DAILY-E TO WS-ANN-AMT.
           DISPLAY "WAGE ORDER " WS-MW-ORDER-E " REGION "
                   WS-MW-REGION-E " EFFECTIVE " WS-MW-EFF-E
                   " - DAILY MINIMUM " WS-ANN-AMT.
           DISPLAY "|ID    |NAME                         |RE"
                   "GN |DESIGNATION   |DAILY RATE |MINIMUM  "
                   " |SHORTFALL  |NEW MONTHLY   |".
           PERFORM PRINT-LINE-PARA.
           MOVE 0 TO WS-MW-BELOW.
           MOVE 0 TO WS-MW-TOTAL.
           INITIALIZE WS-EOF.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
             INVALID KEY MOVE 'TRUE' TO WS-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-EOF = 'TRUE'
             READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
               AT END MOVE 'TRUE' TO WS-EOF
               NOT AT END
                 IF WS-STAT NOT = 'SEPARATED'
                   AND (WS-DESIG = 'RANK-AND-FILE'
                     OR WS-DESIG = 'CONTRACTUAL')
                   AND WS-REGION = WS-MW-REGION-E
                   PERFORM WAGEORD-ONE-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM PRINT-LINE-PARA.
           DISPLAY "EMPLOYEES BELOW THE MINIMUM : " WS-MW-BELOW.
           MOVE WS-MW-TOTAL TO WS-ANN-AMT.
           DISPLAY "TOTAL MONTHLY INCREASE      : " WS-ANN-AMT.

       WAGEORD-ONE-PARA.
           COMPUTE WS-MW-RATE = WS-MONSAL / 26.
           IF WS-MW-RATE NOT < WS-MW-DAILY-E
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MW-NEWSAL = WS-MW-DAILY-E * 26.
           COMPUTE WS-MW-SHORT = WS-MW-DAILY-E - WS-MW-RATE.
           ADD 1 TO WS-MW-BELOW.
           COMPUTE WS-MW-TOTAL = WS-MW-TOTAL + WS-MW-NEWSAL
               - WS-MONSAL.
           MOVE WS-ID TO WS-MC-D-ID.
           MOVE WS-NAME TO WS-MC-D-NAME.
           MOVE WS-REGION TO WS-MC-D-REGION.
           MOVE WS-DESIG TO WS-MC-D-DESIG.
           MOVE WS-MW-RATE TO WS-MC-D-RATE.
           MOVE WS-MW-DAILY-E TO WS-MC-D-MIN.
           MOVE WS-MW-SHORT TO WS-MC-D-SHORT.
           MOVE WS-MW-NEWSAL TO WS-MW-NEW-ED.
           MOVE WS-MW-NEW-ED TO WS-MC-D-REMARK.
           DISPLAY WS-MC-LINE.
           IF WS-MW-APPLY = 'NO '
             EXIT PARAGRAPH
           END-IF.
           MOVE FS-EMPLOYEE TO WS-AUDIT-BEFORE.
           MOVE WS-MONSAL TO WS-OLD-MONSAL.
           MOVE WS-MW-NEWSAL TO WS-MONSAL.
           IF WEEKLY
             MOVE WS-MW-DAILY-E TO WS-DAILY-RATE
           END-IF.
           REWRITE FS-EMPLOYEE FROM WS-EMPLOYEE
             INVALID KEY
               DISPLAY "RECORD " WS-ID " NOT UPDATED."
             NOT INVALID KEY
               MOVE FS-EMPLOYEE TO WS-AUDIT-AFTER
               MOVE 'APPROV' TO WS-AUDIT-ACTION
               MOVE PD-MAKER TO WS-AUDIT-USER
               MOVE WS-USER-ID TO WS-AUDIT-CHECKER
               PERFORM LOG-AUDIT-PARA
               MOVE WS-MW-EFF-E TO WS-SH-EFF
               MOVE SPACES TO WS-SH-REASON
               MOVE 'WO ' TO WS-SH-REASON (1:3)
               MOVE WS-MW-ORDER-E TO WS-SH-REASON (4:15)
               PERFORM SAL-HIST-WRITE-PARA
           END-REWRITE.

       ADJ-MAINT-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "======= ONE-TIME PAYROLL ADJUSTMENTS "
                     "=======" WS-LINE2
             DISPLAY "|  | (1) VIEW ONE-TIME ADJUSTMENTS."
                     WS-SPACE WS-SPACE "              |  |"
             DISPLAY "|  | (2) ENTER A ONE-TIME ADJUSTMENT."
                     WS-SPACE WS-SPACE "            |  |"
             DISPLAY "|  | (3) CANCEL AN OPEN ADJUSTMENT."
                     WS-SPACE WS-SPACE "              |  |"
             DISPLAY "|  | (4) RETURN TO MAIN MENU."
                     WS-SPACE WS-SPACE "                    |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1
                 PERFORM VIEW-ADJ-PARA
               WHEN 2
                 PERFORM ADD-ADJ-PARA
               WHEN 3
                 PERFORM CANCEL-ADJ-PARA
               WHEN 4
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
                 DISPLAY "INVALID CHOICE."
                 PERFORM FOOT-PARA
             END-EVALUATE
           END-PERFORM.

       VIEW-ADJ-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========== ONE-TIME ADJUSTMENTS "
                   "==========" WS-LINE2.
           DISPLAY "EMPLOYEE ID (BLANK FOR ALL OPEN ADJUSTMENTS): "
                                      WITH NO ADVANCING.
           MOVE SPACES TO WS-AJ-ID-W.
           ACCEPT WS-AJ-ID-W.
           DISPLAY " ".
           DISPLAY "|ID    |TARGET   |SQ |C |T |RSN  |ORIG F"
                   "R  |ORIG TO  |AMOUNT     |STATUS  |RUN  "
                   "|REMARKS                       |".
           PERFORM PRINT-LINE-PARA.
           INITIALIZE WS-AJ-EOF.
           MOVE WS-AJ-ID-W TO AJ-ID.
           MOVE 0 TO AJ-TGT-FROM.
           MOVE 0 TO AJ-SEQ.
           START PAYADJ-FILE KEY IS > AJ-KEY
             INVALID KEY
               DISPLAY "NO ADJUSTMENTS ON FILE."
               MOVE 'TRUE' TO WS-AJ-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-AJ-EOF = 'TRUE'
             READ PAYADJ-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-AJ-EOF
               NOT AT END
                 IF WS-AJ-ID-W NOT = SPACES
                   AND AJ-ID NOT = WS-AJ-ID-W
                   MOVE 'TRUE' TO WS-AJ-EOF
                 ELSE IF WS-AJ-ID-W NOT = SPACES OR AJ-OPEN
                   PERFORM VIEW-ADJ-LINE-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM FOOT-PARA.

       VIEW-ADJ-LINE-PARA.
           MOVE AJ-ID TO WS-AJ-D-ID.
           MOVE AJ-TGT-FROM TO WS-AJ-D-TGT.
           MOVE AJ-SEQ TO WS-AJ-D-SEQ.
           MOVE AJ-CLASS TO WS-AJ-D-CLASS.
           MOVE AJ-TAXABLE TO WS-AJ-D-TAX.
           MOVE AJ-REASON TO WS-AJ-D-RSN.
           MOVE AJ-ORIG-FROM TO WS-AJ-D-OFROM.
           MOVE AJ-ORIG-TO TO WS-AJ-D-OTO.
           MOVE AJ-AMT TO WS-AJ-D-AMT.
           MOVE AJ-REMARKS TO WS-AJ-D-REMARKS.
           IF AJ-APPLIED
             MOVE 'APPLIED' TO WS-AJ-D-STAT
             MOVE AJ-RUN-NO TO WS-AJ-D-RUN
           ELSE
             MOVE 'OPEN' TO WS-AJ-D-STAT
             MOVE SPACES TO WS-AJ-D-RUN
           END-IF.
           DISPLAY WS-AJ-LINE.

       ADD-ADJ-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "======= ENTER ONE-TIME ADJUSTMENT "
                   "=======" WS-LINE2.
           MOVE SPACES TO WS-AJ-W.
           MOVE 0 TO WS-AJ-TGT-W WS-AJ-SEQ-W WS-AJ-OFROM-W WS-AJ-OTO-W
                     WS-AJ-AMT-W WS-AJ-RUN-W WS-AJ-APPLIED-W.
           DISPLAY "EMPLOYEE ID             : " WITH NO ADVANCING.
           ACCEPT WS-AJ-ID-W.
           MOVE WS-AJ-ID-W TO FS-ID.
           READ EMPLOYEE
             INVALID KEY
               DISPLAY " "
               DISPLAY "RECORD DOESN'T EXIST."
               PERFORM FOOT-PARA
               EXIT PARAGRAPH
             NOT INVALID KEY
               DISPLAY "EMPLOYEE NAME           : " FS-NAME
           END-READ.
           DISPLAY "PAY IN PERIOD COVERED FROM (YYYYMMDD): "
                                      WITH NO ADVANCING.
           ACCEPT WS-AJ-TGT-W.
           DISPLAY "PERIOD BEING CORRECTED - FROM (YYYYMMDD): "
                                      WITH NO ADVANCING.
           ACCEPT WS-AJ-OFROM-W.
           DISPLAY "PERIOD BEING CORRECTED - TO (YYYYMMDD)  : "
                                      WITH NO ADVANCING.
           ACCEPT WS-AJ-OTO-W.
           DISPLAY "CLASS (E=EARNING, D=DEDUCTION): "
                                      WITH NO ADVANCING.
           ACCEPT WS-AJ-CLASS-W.
           MOVE FUNCTION UPPER-CASE (WS-AJ-CLASS-W) TO WS-AJ-CLASS-W.
           DISPLAY "TAXABLE (Y/N)           : " WITH NO ADVANCING.
           ACCEPT WS-AJ-TAXABLE-W.
           MOVE FUNCTION UPPER-CASE (WS-AJ-TAXABLE-W)
               TO WS-AJ-TAXABLE-W.
           DISPLAY "REASON CODES: OT=OVERTIME  ABS=ABSENCE/UNDERTIME  "
                   "LOAN=LOAN DEDUCTION  ALLO=ALLOWANCE".
           DISPLAY "              HOL=HOLIDAY/NIGHT PREMIUM  "
                   "SAL=BASIC PAY  OTH=OTHER".
           DISPLAY "REASON CODE             : " WITH NO ADVANCING.
           ACCEPT WS-AJ-REASON-W.
           MOVE FUNCTION UPPER-CASE (WS-AJ-REASON-W) TO WS-AJ-REASON-W.
           DISPLAY "AMOUNT                  : " WITH NO ADVANCING.
           ACCEPT WS-AJ-AMT-W.
           DISPLAY "REMARKS                 : " WITH NO ADVANCING.
           ACCEPT WS-AJ-REMARKS-W.
           MOVE FUNCTION UPPER-CASE (WS-AJ-REMARKS-W)
               TO WS-AJ-REMARKS-W.
           DISPLAY " ".
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-AJ-TGT-W) NOT = 0
             DISPLAY "INVALID TARGET PERIOD DATE."
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD (WS-AJ-OFROM-W) NOT = 0
             OR FUNCTION TEST-DATE-YYYYMMDD (WS-AJ-OTO-W) NOT = 0
             OR WS-AJ-OFROM-W > WS-AJ-OTO-W
             DISPLAY "INVALID PERIOD BEING CORRECTED."
           ELSE IF WS-AJ-OFROM-W NOT < WS-AJ-TGT-W
             DISPLAY "THE PERIOD BEING CORRECTED MUST BE BEFORE THE "
                     "TARGET PERIOD."
           ELSE IF WS-AJ-CLASS-W NOT = 'E' AND WS-AJ-CLASS-W NOT = 'D'
             DISPLAY "INVALID CLASS. USE E OR D."
           ELSE IF WS-AJ-TAXABLE-W NOT = 'Y'
             AND WS-AJ-TAXABLE-W NOT = 'N'
             DISPLAY "INVALID TAXABLE FLAG. USE Y OR N."
           ELSE IF NOT WS-AJ-REASON-OK
             DISPLAY "INVALID REASON CODE."
           ELSE IF WS-AJ-AMT-W = 0
             DISPLAY "AMOUNT MUST BE GREATER THAN ZERO."
           ELSE
             MOVE WS-AJ-W TO WS-PD-IMAGE
             MOVE 'PAYADJ' TO WS-PD-TYPE
             MOVE WS-AJ-KEY-W TO WS-PD-KEYDATA
             PERFORM ADD-PENDING-PARA
           END-IF.
           PERFORM FOOT-PARA.

       CANCEL-ADJ-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "======= CANCEL OPEN ADJUSTMENT "
                   "=======" WS-LINE2.
           DISPLAY "EMPLOYEE ID             : " WITH NO ADVANCING.
           ACCEPT AJ-ID.
           DISPLAY "TARGET PERIOD (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT AJ-TGT-FROM.
           DISPLAY "SEQUENCE NUMBER         : " WITH NO ADVANCING.
           ACCEPT AJ-SEQ.
           DISPLAY " ".
           READ PAYADJ-FILE
             INVALID KEY
               DISPLAY "ADJUSTMENT DOESN'T EXIST."
             NOT INVALID KEY
               IF AJ-APPLIED
                 DISPLAY "ADJUSTMENT ALREADY APPLIED IN RUN "
                         AJ-RUN-NO " - CANNOT BE CANCELLED."
               ELSE
                 MOVE AJ-RECORD TO WS-PD-IMAGE
                 MOVE 'ADJDEL' TO WS-PD-TYPE
                 MOVE AJ-KEY TO WS-PD-KEYDATA
                 PERFORM ADD-PENDING-PARA
               END-IF
           END-READ.
           PERFORM FOOT-PARA.

       HEADCOUNT-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "=========== HEADCOUNT AND TURNOVER "
                   "===========" WS-LINE2.
           DISPLAY "REPORT MONTH (YYYYMM)   : " WITH NO ADVANCING.
           ACCEPT WS-HC-MONTH.
           COMPUTE WS-HC-FROM = WS-HC-MONTH * 100 + 1.
           COMPUTE WS-HC-TO = WS-HC-MONTH * 100 + 31.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-HC-FROM) NOT = 0
             DISPLAY " "
             DISPLAY "INVALID REPORT MONTH."
             PERFORM FOOT-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE 'YES' TO WS-ENT-ALL.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 'NO ' TO WS-ENT-ALL.
           MOVE 0 TO WS-HC-CNT WS-HR-CNT WS-HC-NOHIRE.
           MOVE 0 TO WS-HC-TOT-OPEN WS-HC-TOT-HIRE WS-HC-TOT-SEP
                     WS-HC-TOT-CLOSE.
           INITIALIZE WS-EOF.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
             INVALID KEY MOVE 'TRUE' TO WS-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-EOF = 'TRUE'
             READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
               AT END MOVE 'TRUE' TO WS-EOF
               NOT AT END
                 PERFORM EMP-ENTITY-MATCH-PARA
                 IF WS-ENT-MATCH = 'YES'
                   PERFORM HC-EMP-PARA
                 END-IF
             END-READ
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "HEADCOUNT AND TURNOVER FOR " WS-HC-MONTH.
           DISPLAY "|DEPT |DESIGNATION    |OPEN  |"
                   "HIRED |SEPD  |CLOSE |TURNOVR%|".
           PERFORM PRINT-LINE-PARA.
           MOVE 0 TO WS-HC-I.
           PERFORM UNTIL WS-HC-I = WS-HC-CNT
             ADD 1 TO WS-HC-I
             MOVE WS-HC-T-DEPT (WS-HC-I) TO WS-HC-D-DEPT
             MOVE WS-HC-T-DESIG (WS-HC-I) TO WS-HC-D-DESIG
             MOVE WS-HC-T-OPEN (WS-HC-I) TO WS-HC-D-OPEN
             MOVE WS-HC-T-HIRE (WS-HC-I) TO WS-HC-D-HIRE
             MOVE WS-HC-T-SEP (WS-HC-I) TO WS-HC-D-SEP
             MOVE WS-HC-T-CLOSE (WS-HC-I) TO WS-HC-D-CLOSE
             IF WS-HC-T-OPEN (WS-HC-I) + WS-HC-T-CLOSE (WS-HC-I) = 0
               MOVE 0 TO WS-HC-RATE
             ELSE
               COMPUTE WS-HC-RATE ROUNDED =
                   WS-HC-T-SEP (WS-HC-I) * 200
                   / (WS-HC-T-OPEN (WS-HC-I) + WS-HC-T-CLOSE (WS-HC-I))
             END-IF
             MOVE WS-HC-RATE TO WS-HC-D-RATE
             DISPLAY WS-HC-LINE
             ADD WS-HC-T-OPEN (WS-HC-I) TO WS-HC-TOT-OPEN
             ADD WS-HC-T-HIRE (WS-HC-I) TO WS-HC-TOT-HIRE
             ADD WS-HC-T-SEP (WS-HC-I) TO WS-HC-TOT-SEP
             ADD WS-HC-T-CLOSE (WS-HC-I) TO WS-HC-TOT-CLOSE
           END-PERFORM.
           PERFORM PRINT-LINE-PARA.
           MOVE 'ALL ' TO WS-HC-D-DEPT.
           MOVE 'TOTAL' TO WS-HC-D-DESIG.
           MOVE WS-HC-TOT-OPEN TO WS-HC-D-OPEN.
           MOVE WS-HC-TOT-HIRE TO WS-HC-D-HIRE.
           MOVE WS-HC-TOT-SEP TO WS-HC-D-SEP.
           MOVE WS-HC-TOT-CLOSE TO WS-HC-D-CLOSE.
           IF WS-HC-TOT-OPEN + WS-HC-TOT-CLOSE = 0
             MOVE 0 TO WS-HC-RATE
           ELSE
             COMPUTE WS-HC-RATE ROUNDED = WS-HC-TOT-SEP * 200
                 / (WS-HC-TOT-OPEN + WS-HC-TOT-CLOSE)
           END-IF.
           MOVE WS-HC-RATE TO WS-HC-D-RATE.
           DISPLAY WS-HC-LINE.
           DISPLAY " ".
           DISPLAY "SEPARATIONS BY REASON".
           DISPLAY "|DEPT |DESIGNATION    |SEPARAT"
                   "ION REASON    |COUNT|".
           PERFORM PRINT-LINE-PARA.
           IF WS-HR-CNT = 0
             DISPLAY "NO SEPARATIONS IN THE MONTH."
           END-IF.
           MOVE 0 TO WS-HR-I.
           PERFORM UNTIL WS-HR-I = WS-HR-CNT
             ADD 1 TO WS-HR-I
             MOVE WS-HR-T-DEPT (WS-HR-I) TO WS-HR-D-DEPT
             MOVE WS-HR-T-DESIG (WS-HR-I) TO WS-HR-D-DESIG
             MOVE WS-HR-T-REASON (WS-HR-I) TO WS-HR-D-REASON
             MOVE WS-HR-T-CNT (WS-HR-I) TO WS-HR-D-CNT
             DISPLAY WS-HR-LINE
           END-PERFORM.
           PERFORM PRINT-LINE-PARA.
           DISPLAY "TURNOVER % = SEPARATIONS / AVERAGE OF OPENING AND "
                   "CLOSING HEADCOUNT X 100".
           IF WS-HC-NOHIRE > 0
             DISPLAY "EMPLOYEES WITH NO HIRE DATE ON FILE (COUNTED AS "
                     "ALREADY EMPLOYED): " WS-HC-NOHIRE
           END-IF.
           PERFORM FOOT-PARA.

       HC-EMP-PARA.
           MOVE 0 TO WS-HC-H.
           MOVE 0 TO WS-HC-S.
           IF WS-HIRE-DATE IS NUMERIC
             MOVE WS-HIRE-DATE TO WS-HC-H
           END-IF.
           IF WS-HC-H = 0
             ADD 1 TO WS-HC-NOHIRE
           END-IF.
           IF WS-STAT = 'SEPARATED' AND WS-SEP-DATE IS NUMERIC
             MOVE WS-SEP-DATE TO WS-HC-S
           END-IF.
           IF WS-HC-H > WS-HC-TO
             EXIT PARAGRAPH
           END-IF.
           IF WS-HC-S > 0 AND WS-HC-S < WS-HC-FROM
             EXIT PARAGRAPH
           END-IF.
           MOVE 'NO ' TO WS-HC-FOUND.
           MOVE 0 TO WS-HC-I.
           PERFORM UNTIL WS-HC-I = WS-HC-CNT
                      OR WS-HC-FOUND = 'YES'
             ADD 1 TO WS-HC-I
             IF WS-HC-T-DEPT (WS-HC-I) = WS-DEPT
               AND WS-HC-T-DESIG (WS-HC-I) = WS-DESIG
               MOVE 'YES' TO WS-HC-FOUND
             END-IF
           END-PERFORM.
           IF WS-HC-FOUND = 'NO ' AND WS-HC-CNT < 50
             ADD 1 TO WS-HC-CNT
             MOVE WS-HC-CNT TO WS-HC-I
             MOVE WS-DEPT TO WS-HC-T-DEPT (WS-HC-I)
             MOVE WS-DESIG TO WS-HC-T-DESIG (WS-HC-I)
             MOVE 0 TO WS-HC-T-OPEN (WS-HC-I)
             MOVE 0 TO WS-HC-T-HIRE (WS-HC-I)
             MOVE 0 TO WS-HC-T-SEP (WS-HC-I)
             MOVE 0 TO WS-HC-T-CLOSE (WS-HC-I)
             MOVE 'YES' TO WS-HC-FOUND
           END-IF.
           IF WS-HC-FOUND = 'NO '
             DISPLAY "HEADCOUNT TABLE FULL - " WS-DEPT " " WS-DESIG
                     " NOT COUNTED."
             EXIT PARAGRAPH
           END-IF.
           IF WS-HC-H < WS-HC-FROM
             ADD 1 TO WS-HC-T-OPEN (WS-HC-I)
           ELSE
             ADD 1 TO WS-HC-T-HIRE (WS-HC-I)
           END-IF.
           IF WS-HC-S > 0 AND WS-HC-S <= WS-HC-TO
             ADD 1 TO WS-HC-T-SEP (WS-HC-I)
             PERFORM HC-REASON-PARA
           ELSE
             ADD 1 TO WS-HC-T-CLOSE (WS-HC-I)
           END-IF.

       HC-REASON-PARA.
           MOVE WS-SEP-REASON TO WS-HC-REASON.
           IF WS-HC-REASON = SPACES
             MOVE 'NOT GIVEN' TO WS-HC-REASON
           END-IF.
           MOVE 'NO ' TO WS-HC-FOUND.
           MOVE 0 TO WS-HR-I.
           PERFORM UNTIL WS-HR-I = WS-HR-CNT
                      OR WS-HC-FOUND = 'YES'
             ADD 1 TO WS-HR-I
             IF WS-HR-T-DEPT (WS-HR-I) = WS-DEPT
               AND WS-HR-T-DESIG (WS-HR-I) = WS-DESIG
               AND WS-HR-T-REASON (WS-HR-I) = WS-HC-REASON
               MOVE 'YES' TO WS-HC-FOUND
             END-IF
           END-PERFORM.
           IF WS-HC-FOUND = 'NO ' AND WS-HR-CNT < 99
             ADD 1 TO WS-HR-CNT
             MOVE WS-HR-CNT TO WS-HR-I
             MOVE WS-DEPT TO WS-HR-T-DEPT (WS-HR-I)
             MOVE WS-DESIG TO WS-HR-T-DESIG (WS-HR-I)
             MOVE WS-HC-REASON TO WS-HR-T-REASON (WS-HR-I)
             MOVE 0 TO WS-HR-T-CNT (WS-HR-I)
             MOVE 'YES' TO WS-HC-FOUND
           END-IF.
           IF WS-HC-FOUND = 'YES'
             ADD 1 TO WS-HR-T-CNT (WS-HR-I)
           ELSE
             DISPLAY "SEPARATION REASON TABLE FULL - " WS-HC-REASON
                     " NOT LISTED."
           END-IF.

       NEXT-ADJ-SEQ-PARA.
           MOVE 0 TO WS-AJ-SEQ-MAX.
           INITIALIZE WS-AJ-EOF.
           MOVE WS-AJ-ID-W TO AJ-ID.
           MOVE WS-AJ-TGT-W TO AJ-TGT-FROM.
           MOVE 0 TO AJ-SEQ.
           START PAYADJ-FILE KEY IS > AJ-KEY
             INVALID KEY MOVE 'TRUE' TO WS-AJ-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-AJ-EOF = 'TRUE'
             READ PAYADJ-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-AJ-EOF
               NOT AT END
                 IF AJ-ID NOT = WS-AJ-ID-W
                   OR AJ-TGT-FROM NOT = WS-AJ-TGT-W
                   MOVE 'TRUE' TO WS-AJ-EOF
                 ELSE
                   MOVE AJ-SEQ TO WS-AJ-SEQ-MAX
                 END-IF
             END-READ
           END-PERFORM.

       ANNUALIZE-PARA.
           CALL 'SYSTEM' USING 'CLS'.
                 ELSE
                   MOVE PF-PAYROLL-DATE (1:4) TO WS-ANN-PSYEAR
                   IF WS-ANN-PSYEAR = WS-ANN-YEAR
                     AND PF-REGULAR
                     MOVE 'YES' TO WS-ANN-PS-FOUND
                     MOVE PF-COV-FROM TO WS-ANN-LAST-COV
                   END-IF
       ANNUAL-APPLY-PARA.
           MOVE YT-ID TO PF-ID.
           MOVE WS-ANN-LAST-COV TO PF-COV-FROM.
           MOVE SPACE TO PF-RUN-TYPE.
           READ PAYSLIP-FILE
             INVALID KEY
               DISPLAY "  FINAL PAYSLIP NOT FOUND - ADJUSTMENT "
           END-READ.
           PERFORM FOOT-PARA.

       SEP-RETIRE-PARA.
           MOVE 0 TO WS-SEP-RETPAY.
           MOVE 0 TO WS-SEP-AGE.
           MOVE 0 TO WS-SEP-SVC.
           IF WS-HIRE-DATE IS NOT NUMERIC
             OR WS-BIRTH-DATE IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEP-DATE TO WS-TN-TO.
           MOVE WS-BIRTH-DATE TO WS-TN-FROM.
           PERFORM TENURE-CALC-PARA.
           MOVE WS-TN-YEARS TO WS-SEP-AGE.
           MOVE WS-HIRE-DATE TO WS-TN-FROM.
           PERFORM TENURE-CALC-PARA.
           MOVE WS-TN-YEARS TO WS-SEP-SVC.
           IF WS-TN-REM >= 6
             ADD 1 TO WS-SEP-SVC
           END-IF.
           IF WS-SEP-AGE < WS-RET-AGE OR WS-TN-YEARS < WS-RET-MIN-YRS
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEP-RETPAY ROUNDED =
               WS-DAYSAL * WS-RET-DAYS * WS-SEP-SVC.

       SEP-COVERED-DATE-PARA.
           MOVE WS-SEP-DATE TO WS-COV-TO.
           PERFORM SEP-LAST-PAID-PARA.
                      FUNCTION INTEGER-OF-DATE (WS-SEP-DATE) - 15
                  COMPUTE WS-PAST = FUNCTION DATE-OF-INTEGER (WS-PAST)
                  MOVE WS-PAST TO WS-COV-FROM
               WHEN WEEKLY
                  COMPUTE WS-PAST =
                      FUNCTION INTEGER-OF-DATE (WS-SEP-DATE) - 6
                  COMPUTE WS-PAST = FUNCTION DATE-OF-INTEGER (WS-PAST)
                  MOVE WS-PAST TO WS-COV-FROM
               WHEN OTHER
                  MOVE WS-SEP-DATE TO WS-COV-FROM
             END-EVALUATE
                   MOVE 'TRUE' TO WS-PS-EOF
                 ELSE
                   IF PF-COV-TO > WS-SEP-LASTTO
                     AND PF-REGULAR
                     MOVE PF-COV-TO TO WS-SEP-LASTTO
                   END-IF
                 END-IF
               MOVE 0 TO WS-SEP-13TH
             NOT INVALID KEY
               COMPUTE WS-SEP-13TH ROUNDED = YT-BPAY / 12
               IF WS-SEP-13TH > YT-13TH
                 SUBTRACT YT-13TH FROM WS-SEP-13TH
               ELSE
                 MOVE 0 TO WS-SEP-13TH
               END-IF
           END-READ.
           MOVE 0 TO WS-OT.
           MOVE 0 TO WS-UTL.
           MOVE 0 TO WS-SHOL.
           MOVE 0 TO WS-RHOLPAY.
           MOVE 0 TO WS-SHOLPAY.
           MOVE 0 TO WS-NIGHT.
           MOVE 0 TO WS-NDPAY.
           MOVE 0 TO WS-OTPAY.
           MOVE 0 TO WS-UTLDEDUC.
           MOVE 0 TO WS-ABSTDEDUC.
           MOVE 0 TO WS-RECUR-EARN.
           MOVE 0 TO WS-RECUR-DEDUC.
           MOVE 0 TO WS-RECUR-NONTX.
           MOVE 0 TO WS-RECUR-TXP.
           MOVE 0 TO WS-ED-CNT.
           MOVE WS-SEP-13TH TO WS-ALLO.
           PERFORM SEP-RETIRE-PARA.
           ADD WS-SEP-RETPAY TO WS-ALLO.
           PERFORM GET-RETRO-PARA.
           PERFORM GET-ADJ-PARA.
           MOVE 'YES' TO WS-ACT-FINAL.
           PERFORM ACTUAL-STAT-PARA.
           MOVE 'NO ' TO WS-ACT-FINAL.
           PERFORM GET-LOAN-BALANCE-PARA.
           COMPUTE WS-GROSSPAY = WS-BPAY + WS-ALLO + WS-OTPAY
               + WS-RETRO + WS-ADJ-EARN.
           COMPUTE WS-SEP-AVAIL = WS-GROSSPAY - WS-ADJ-DEDUC
               - (WS-SSS + WS-PHIC + WS-PAG-IBIG + WS-INTAX).
           MOVE 0 TO WS-SEP-ADJ-OWED.
           IF WS-SEP-AVAIL < 0
             MOVE 0 TO WS-INTAX
             COMPUTE WS-SEP-AVAIL = WS-GROSSPAY - WS-ADJ-DEDUC
                 - (WS-SSS + WS-PHIC + WS-PAG-IBIG)
           END-IF.
           IF WS-SEP-AVAIL < 0
             MOVE 0 TO WS-SSS
             MOVE 0 TO WS-PHIC
             MOVE 0 TO WS-PAG-IBIG
             IF WS-ADJ-DEDUC > WS-GROSSPAY
               COMPUTE WS-SEP-ADJ-OWED = WS-ADJ-DEDUC - WS-GROSSPAY
               MOVE WS-GROSSPAY TO WS-ADJ-DEDUC
             END-IF
             COMPUTE WS-SEP-AVAIL = WS-GROSSPAY - WS-ADJ-DEDUC
           END-IF.
           MOVE 0 TO WS-SEP-OWED.
           IF WS-LOAN > WS-SEP-AVAIL
                   " (" WS-SEP-REASON ")".
           DISPLAY "PRORATED 13TH MONTH PAY (IN ALLOWANCE): "
                   WS-ANN-AMT.
           IF WS-SEP-RETPAY > 0
             MOVE WS-SEP-RETPAY TO WS-ANN-AMT
             DISPLAY "RETIREMENT PAY (IN ALLOWANCE)         : "
                     WS-ANN-AMT
             DISPLAY "  AGE " WS-SEP-AGE ", CREDITED SERVICE "
                     WS-SEP-SVC " YEARS X " WS-RET-DAYS
                     " DAYS PAY PER YEAR."
           END-IF.
           PERFORM SAVE-PAYSLIP-PARA.
           PERFORM SEP-LOAN-PARA.
           PERFORM SETTLE-RETRO-PARA.
           PERFORM SETTLE-ADJ-PARA.
           MOVE WS-SEP-13TH TO WS-SPEC-13TH.
           PERFORM UPDATE-YTD-PARA.
           IF WS-SEP-OWED > 0
             MOVE WS-SEP-OWED TO WS-ANN-AMT
             DISPLAY "COLLECT THE REMAINING BALANCE OUTSIDE "
                     "PAYROLL."
           END-IF.
           IF WS-SEP-ADJ-OWED > 0
             MOVE WS-SEP-ADJ-OWED TO WS-ANN-AMT
             DISPLAY "ADJUSTMENT DEDUCTION NOT COVERED BY FINAL PAY: "
                     WS-ANN-AMT
             DISPLAY "COLLECT THE REMAINING AMOUNT OUTSIDE PAYROLL."
           END-IF.

       SEP-WORKDAYS-PARA.
           MOVE 0 TO WS-IMP-WORKDAYS.
             END-PERFORM
           END-IF.

       GET-ADJ-PARA.
           MOVE 0 TO WS-ADJ-EARN.
           MOVE 0 TO WS-ADJ-DEDUC.
           MOVE 0 TO WS-ADJ-TXE.
           MOVE 0 TO WS-ADJ-TXD.
           MOVE 0 TO WS-ADJ-NONTX.
           MOVE 0 TO WS-AJ-CNT.
           MOVE 'NO ' TO WS-AJ-ANY.
           INITIALIZE WS-AJ-EOF.
           MOVE WS-ID TO AJ-ID.
           MOVE 0 TO AJ-TGT-FROM.
           MOVE 0 TO AJ-SEQ.
           START PAYADJ-FILE KEY IS > AJ-KEY
             INVALID KEY MOVE 'TRUE' TO WS-AJ-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-AJ-EOF = 'TRUE'
             READ PAYADJ-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-AJ-EOF
               NOT AT END
                 IF AJ-ID NOT = WS-ID
                   MOVE 'TRUE' TO WS-AJ-EOF
                 ELSE
                   IF (AJ-OPEN AND AJ-TGT-FROM <= WS-COV-TO)
                     OR (WS-AJ-REG = 'YES' AND AJ-APPLIED
                       AND AJ-APPLIED-FROM = WS-COV-FROM)
                     PERFORM GET-ADJ-ONE-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       GET-ADJ-ONE-PARA.
           MOVE 'YES' TO WS-AJ-ANY.
           IF AJ-IS-EARNING
             ADD AJ-AMT TO WS-ADJ-EARN
             IF AJ-TAXABLE = 'Y'
               ADD AJ-AMT TO WS-ADJ-TXE
             ELSE
               ADD AJ-AMT TO WS-ADJ-NONTX
             END-IF
           ELSE
             ADD AJ-AMT TO WS-ADJ-DEDUC
             IF AJ-TAXABLE = 'Y'
               ADD AJ-AMT TO WS-ADJ-TXD
             END-IF
           END-IF.
           IF WS-AJ-CNT < 10
             ADD 1 TO WS-AJ-CNT
             MOVE AJ-REASON TO WS-AJ-DESC-RSN
             MOVE AJ-ORIG-FROM TO WS-AJ-DESC-ORIG
             IF AJ-TAXABLE = 'Y'
               MOVE SPACES TO WS-AJ-DESC-TAX
             ELSE
               MOVE 'N/T' TO WS-AJ-DESC-TAX
             END-IF
             MOVE WS-AJ-DESC TO WS-AJ-T-DESC (WS-AJ-CNT)
             MOVE AJ-CLASS TO WS-AJ-T-CLASS (WS-AJ-CNT)
             MOVE AJ-AMT TO WS-AJ-T-AMT (WS-AJ-CNT)
           END-IF.

       SETTLE-ADJ-PARA.
           IF WS-AJ-ANY = 'YES'
             INITIALIZE WS-AJ-EOF
             MOVE WS-ID TO AJ-ID
             MOVE 0 TO AJ-TGT-FROM
             MOVE 0 TO AJ-SEQ
             START PAYADJ-FILE KEY IS > AJ-KEY
               INVALID KEY MOVE 'TRUE' TO WS-AJ-EOF
               NOT INVALID KEY CONTINUE
             END-START
             PERFORM UNTIL WS-AJ-EOF = 'TRUE'
               READ PAYADJ-FILE NEXT RECORD
                 AT END MOVE 'TRUE' TO WS-AJ-EOF
                 NOT AT END
                   IF AJ-ID NOT = WS-ID
                     MOVE 'TRUE' TO WS-AJ-EOF
                   ELSE
                     IF AJ-OPEN AND AJ-TGT-FROM <= WS-COV-TO
                       MOVE 'A' TO AJ-STAT
                       MOVE WS-RUN-NO TO AJ-RUN-NO
                       MOVE WS-COV-FROM TO AJ-APPLIED-FROM
                       REWRITE AJ-RECORD
                         INVALID KEY
                           DISPLAY "ADJUSTMENT NOT MARKED APPLIED."
                       END-REWRITE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             MOVE 'NO ' TO WS-AJ-ANY
           END-IF.

       SAL-CHANGE-PARA.
           MOVE WS-OLD-MONSAL TO WS-ANN-AMT.
           DISPLAY "SALARY CHANGED FROM " WS-ANN-AMT
           DISPLAY "REASON FOR CHANGE        : " WITH NO ADVANCING.
           ACCEPT WS-SH-REASON.
           MOVE FUNCTION UPPER-CASE (WS-SH-REASON) TO WS-SH-REASON.
           PERFORM SAL-HIST-WRITE-PARA.

       SAL-HIST-WRITE-PARA.
           MOVE 0 TO WS-SH-RETRO.
           MOVE 0 TO WS-SH-PERIODS.
           IF WS-MONSAL > WS-OLD-MONSAL
                   MOVE 'TRUE' TO WS-PS-EOF
                 ELSE
                   IF PF-COV-FROM >= WS-SH-EFF
                     AND PF-REGULAR
                     EVALUATE PF-PAYPER
                       WHEN 'SEMI-MONTHLY'
                         COMPUTE WS-SH-PER-DIFF =
                             (WS-MONSAL - WS-OLD-MONSAL) / 2
                       WHEN 'WEEKLY'
                         COMPUTE WS-SH-PER-DIFF =
                             (WS-MONSAL - WS-OLD-MONSAL) / 26
                             * PF-BPAYUNIT
                       WHEN OTHER
                         COMPUTE WS-SH-PER-DIFF =
                             WS-MONSAL - WS-OLD-MONSAL
                     END-EVALUATE
                     ADD WS-SH-PER-DIFF TO WS-SH-RETRO
                     ADD 1 TO WS-SH-PERIODS
                   END-IF
           DISPLAY "|  | BUILDS THE PAYROLL JOURNAL FOR ONE COVERED "
                   "PERIOD." WS-SPACE "      |  |".
           PERFORM PRINT-LINE2-PARA.
           PERFORM ACCEPT-COV-FROM-PARA.
           PERFORM ACCEPT-RUN-TYPE-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           IF WS-SEL-RUN-TYPE = SPACE
             PERFORM ACCEPT-PAYGRP-PARA
           ELSE
             MOVE SPACE TO WS-PAYGRP-SEL
           END-IF.
           DISPLAY " ".
           MOVE 0 TO WS-GL-CNT.
           MOVE 0 TO WS-GL-SSS.
             READ PAYSLIP-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-PS-EOF
               NOT AT END
                 PERFORM PF-ENTITY-MATCH-PARA
                 PERFORM PF-PAYGRP-MATCH-PARA
                 IF PF-COV-FROM = WS-COV-FROM
                   AND PF-RUN-TYPE = WS-SEL-RUN-TYPE
                   AND WS-ENT-MATCH = 'YES'
                   AND WS-PAYGRP-MATCH = 'YES'
                   PERFORM GL-ACCUM-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM GL-PROVE-PARA.
           MOVE SPACE TO WS-PAYGRP-SEL.
           IF WS-GL-CNT = 0
             MOVE 8 TO WS-JOB-RC
           END-IF.
           IF WS-GL-DEB = WS-GL-CRED
             OPEN OUTPUT GL-FILE
             DISPLAY "|TYPE   | DEPT | ACCOUNT              "
             MOVE WS-GL-CRED TO WS-GL-D-AMT
             DISPLAY "TOTAL CREDITS: " WS-GL-D-AMT
             DISPLAY "JOURNAL OUT OF BALANCE - GL FILE NOT WRITTEN."
             MOVE 8 TO WS-JOB-RC
           END-IF.
           PERFORM FOOT-PARA.

             MOVE 0 TO WS-GL-T-SAL (WS-GL-I)
             MOVE 0 TO WS-GL-T-ALLO (WS-GL-I)
             MOVE 0 TO WS-GL-T-OT (WS-GL-I)
             MOVE 0 TO WS-GL-T-ND (WS-GL-I)
             MOVE 0 TO WS-GL-T-HOL (WS-GL-I)
             MOVE 0 TO WS-GL-T-OTH (WS-GL-I)
             MOVE 0 TO WS-GL-T-BON (WS-GL-I)
             MOVE 'YES' TO WS-GL-FOUND
           END-IF.
           IF WS-GL-FOUND = 'YES'
                 + PF-BPAY + PF-RETRO - PF-ABSTDEDUC - PF-UTLDEDUC
             ADD PF-ALLO TO WS-GL-T-ALLO (WS-GL-I)
             ADD PF-OTPAY TO WS-GL-T-OT (WS-GL-I)
             ADD PF-NDPAY TO WS-GL-T-ND (WS-GL-I)
             COMPUTE WS-GL-T-HOL (WS-GL-I) = WS-GL-T-HOL (WS-GL-I)
                 + PF-RHOLPAY + PF-SHOLPAY
             ADD PF-OTHEARN TO WS-GL-T-OTH (WS-GL-I)
             ADD PF-ADJ-EARN TO WS-GL-T-OTH (WS-GL-I)
             ADD PF-SPEC-AMT TO WS-GL-T-BON (WS-GL-I)
             ADD PF-SSS TO WS-GL-SSS
             ADD PF-PHIC TO WS-GL-PHIC
             ADD PF-PAGIBIG TO WS-GL-PI
             ADD PF-INTAX TO WS-GL-TAX
             ADD PF-LOAN TO WS-GL-LOAN
             ADD PF-OTHDEDUC TO WS-GL-OTHDED
             ADD PF-ADJ-DEDUC TO WS-GL-OTHDED
             ADD PF-NETPAY TO WS-GL-NET
           ELSE
             DISPLAY "DEPARTMENT TABLE FULL - PAYSLIP " PF-ID
                 + WS-GL-T-SAL (WS-GL-I)
                 + WS-GL-T-ALLO (WS-GL-I)
                 + WS-GL-T-OT (WS-GL-I)
                 + WS-GL-T-ND (WS-GL-I)
                 + WS-GL-T-HOL (WS-GL-I)
                 + WS-GL-T-OTH (WS-GL-I)
                 + WS-GL-T-BON (WS-GL-I)
           END-PERFORM.
           COMPUTE WS-GL-CRED = WS-GL-SSS + WS-GL-PHIC + WS-GL-PI
               + WS-GL-TAX + WS-GL-LOAN + WS-GL-OTHDED + WS-GL-NET.
             MOVE WS-GL-T-OT (WS-GL-I) TO WS-GL-AMT
             MOVE 'OVERTIME PAY' TO GL-ACCT
             PERFORM GL-PUT-DEBIT-PARA
             MOVE WS-GL-T-ND (WS-GL-I) TO WS-GL-AMT
             MOVE 'NIGHT DIFFERENTIAL' TO GL-ACCT
             PERFORM GL-PUT-DEBIT-PARA
             MOVE WS-GL-T-HOL (WS-GL-I) TO WS-GL-AMT
             MOVE 'HOLIDAY PREMIUM PAY' TO GL-ACCT
             PERFORM GL-PUT-DEBIT-PARA
             MOVE WS-GL-T-OTH (WS-GL-I) TO WS-GL-AMT
             MOVE 'OTHER EARNINGS' TO GL-ACCT
             PERFORM GL-PUT-DEBIT-PARA
             MOVE WS-GL-T-BON (WS-GL-I) TO WS-GL-AMT
             IF WS-SEL-RUN-TYPE = 'C'
               MOVE 'COMMISSIONS' TO GL-ACCT
             ELSE
               MOVE '13TH MONTH AND BONUS' TO GL-ACCT
             END-IF
             PERFORM GL-PUT-DEBIT-PARA
           END-PERFORM.
           MOVE WS-GL-SSS TO WS-GL-AMT.
           MOVE 'SSS PAYABLE' TO GL-ACCT.
       GL-PUT-DEBIT-PARA.
           IF WS-GL-AMT NOT = 0
             MOVE 'D' TO GL-TYPE
             MOVE WS-ENT-SEL TO GL-ENTITY
             MOVE WS-GL-T-DEPT (WS-GL-I) TO GL-DEPT
             MOVE WS-GL-AMT TO GL-AMT
             WRITE GL-REC
       GL-PUT-CREDIT-PARA.
           IF WS-GL-AMT NOT = 0
             MOVE 'C' TO GL-TYPE
             MOVE WS-ENT-SEL TO GL-ENTITY
             MOVE SPACES TO GL-DEPT
             MOVE WS-GL-AMT TO GL-AMT
             WRITE GL-REC
           DISPLAY "|  | READS THE TIMEKEEPING MACHINE LOG AND BUILDS "
                   "THE ATTENDANCE FILE. |  |".
           PERFORM PRINT-LINE2-PARA.
           IF WS-JOB-MODE = 'YES'
             MOVE WS-JOB-COV-FROM TO WS-IMP-FROM
             MOVE WS-JOB-COV-TO TO WS-IMP-TO
             DISPLAY "COVERED PERIOD          : " WS-IMP-FROM " - "
                     WS-IMP-TO
           ELSE
             DISPLAY "COVERED FROM (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT WS-IMP-FROM
             DISPLAY "COVERED TO   (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT WS-IMP-TO
           END-IF.
           MOVE 0 TO WS-IMP-ACC.
           MOVE 0 TO WS-IMP-REJ.
           PERFORM IMPORT-WORKDAYS-PARA.
           IF WS-TL-FS NOT = '00'
             DISPLAY " "
             DISPLAY "ERROR! TIME LOG FILE NOT FOUND."
             MOVE 8 TO WS-JOB-RC
           ELSE
             OPEN OUTPUT DAYLOG-FILE
             DISPLAY " "
             DISPLAY " "
             DISPLAY "CHASE THE REJECTED LINES ABOVE BEFORE "
                     "RUNNING THE PAYSLIPS."
             IF WS-IMP-REJ > 0
               MOVE 4 TO WS-JOB-RC
             END-IF
           END-IF.
           PERFORM FOOT-PARA.

               OR TL-IN = 0 OR TL-OUT = 0
               MOVE 'MISSING PUNCH' TO WS-TL-REASON
               MOVE 'NO ' TO WS-TL-VALID
             ELSE IF TL-IN-HH > 23 OR TL-IN-MM > 59
               OR TL-OUT-HH > 23 OR TL-OUT-MM > 59
               MOVE 'INVALID PUNCH TIME' TO WS-TL-REASON
               MOVE 'NO ' TO WS-TL-VALID
             END-IF
           END-IF.
           IF WS-TL-VALID = 'YES'
             MOVE TL-ID TO WS-SHF-ID
             PERFORM GET-SHIFT-PARA
             COMPUTE WS-TL-MIN-IN = TL-IN-HH * 60 + TL-IN-MM
             COMPUTE WS-TL-MIN-OUT = TL-OUT-HH * 60 + TL-OUT-MM
             IF WS-SHF-END-MIN > 1440
               AND WS-TL-MIN-IN < WS-SHF-END-MIN - 1440
               ADD 1440 TO WS-TL-MIN-IN
             END-IF
             IF WS-TL-MIN-OUT <= WS-TL-MIN-IN
               ADD 1440 TO WS-TL-MIN-OUT
             END-IF
             IF WS-TL-MIN-OUT <= WS-TL-MIN-IN
               OR WS-TL-MIN-OUT - WS-TL-MIN-IN > 1200
               MOVE 'SPAN OVER 20 HOURS' TO WS-TL-REASON
               MOVE 'NO ' TO WS-TL-VALID
             END-IF
           END-IF.
           IF WS-TL-VALID = 'YES'
             PERFORM IMPORT-SHIFT-HOURS-PARA
             MOVE TL-ID TO DL-ID
             MOVE TL-DATE TO DL-DATE
             COMPUTE DL-HOURS = WS-TL-WORKMIN / 60
             COMPUTE DL-LATE = WS-TL-LATE / 60
             COMPUTE DL-OT = WS-TL-OTMIN / 60
             COMPUTE DL-NIGHT = WS-TL-NIGHTMIN / 60
             WRITE DL-RECORD
               INVALID KEY
                 MOVE 'DUPLICATE DAY FOR EMPLOYEE' TO WS-TL-REASON
           MOVE 0 TO WS-DL-UT.
           MOVE 0 TO WS-DL-RHOL.
           MOVE 0 TO WS-DL-SHOL.
           MOVE 0 TO WS-DL-NIGHT.
           MOVE 0 TO WS-DL-SDAYS.
           MOVE ZEROS TO DL-KEY.
           START DAYLOG-FILE KEY IS > DL-KEY
             INVALID KEY
                   MOVE 0 TO WS-DL-UT
                   MOVE 0 TO WS-DL-RHOL
                   MOVE 0 TO WS-DL-SHOL
                   MOVE 0 TO WS-DL-NIGHT
                   MOVE 0 TO WS-DL-SDAYS
                   MOVE DL-ID TO WS-SHF-ID
                   PERFORM GET-SHIFT-PARA
                 END-IF
                 ADD DL-NIGHT TO WS-DL-NIGHT
                 MOVE DL-DATE TO WS-HO-DATE-W
                 PERFORM CHECK-HOLIDAY-PARA
                 PERFORM CHECK-RESTDAY-PARA
                 IF WS-HO-FOUND = 'YES'
                   IF HO-IS-REGULAR
                     ADD DL-HOURS TO WS-DL-RHOL
                   ELSE
                     ADD DL-HOURS TO WS-DL-SHOL
                     IF WS-SHF-RESTDAY = 'NO '
                       ADD 1 TO WS-DL-SDAYS
                     END-IF
                   END-IF
                 ELSE IF WS-SHF-RESTDAY = 'YES'
                   ADD DL-HOURS TO WS-DL-OT
                 ELSE
                   ADD 1 TO WS-DL-DAYS
                   ADD DL-OT TO WS-DL-OT
                   ADD DL-LATE TO WS-DL-UT
                 END-IF
             END-READ
           END-PERFORM.
           MOVE 0 TO WS-DL-UT.
           MOVE 0 TO WS-DL-RHOL.
           MOVE 0 TO WS-DL-SHOL.
           MOVE 0 TO WS-DL-NIGHT.
           MOVE 0 TO WS-DL-SDAYS.
           PERFORM IMPORT-POST-PARA.

       IMPORT-POST-PARA.
           MOVE WS-DL-PREV-ID TO WS-SHF-ID.
           PERFORM GET-SHIFT-PARA.
           PERFORM IMPORT-EMP-WORKDAYS-PARA.
           MOVE WS-DL-PREV-ID TO AT-ID.
           MOVE WS-IMP-FROM TO AT-COV-FROM.
           MOVE 'NO ' TO WS-AT-FOUND.
           COMPUTE AT-UTL ROUNDED = WS-DL-UT.
           COMPUTE AT-RHOL ROUNDED = WS-DL-RHOL.
           COMPUTE AT-SHOL ROUNDED = WS-DL-SHOL.
           COMPUTE AT-NIGHT ROUNDED = WS-DL-NIGHT.
           COMPUTE WS-DL-ABS = WS-IMP-EMP-DAYS - WS-DL-DAYS.
           IF WS-DL-ABS < 0
             MOVE 0 TO WS-DL-ABS
           END-IF.
           MOVE WS-DL-ABS TO AT-ABST.
           COMPUTE AT-DAYS = WS-DL-DAYS + WS-DL-SDAYS
               + WS-IMP-EMP-RHOL.
           IF WS-AT-FOUND = 'YES'
             REWRITE AT-RECORD
               INVALID KEY
                 DISPLAY "ATTENDANCE FOR " AT-ID " NOT UPDATED."
             END-REWRITE
           ELSE
             MOVE 0 TO AT-ALLO
             MOVE 0 TO AT-LOAN
             WRITE AT-RECORD
               INVALID KEY
                 DISPLAY "ATTENDANCE FOR " AT-ID " NOT SAVED."
             END-WRITE
           END-IF.
           DISPLAY "POSTED " AT-ID " - OT " AT-OT " UT " AT-UTL
                   " NIGHT " AT-NIGHT " ABSENT " AT-ABST
                   " DAY/S PRESENT " WS-DL-DAYS.

       IMPORT-EMP-WORKDAYS-PARA.
           MOVE 0 TO WS-IMP-EMP-DAYS.
           MOVE 0 TO WS-IMP-EMP-RHOL.
           COMPUTE WS-IMP-INT-DAY =
               FUNCTION INTEGER-OF-DATE (WS-IMP-FROM).
           COMPUTE WS-IMP-INT-TO =
               FUNCTION INTEGER-OF-DATE (WS-IMP-TO).
           PERFORM UNTIL WS-IMP-INT-DAY > WS-IMP-INT-TO
                      OR WS-IMP-INT-DAY = 0
             COMPUTE WS-HO-DATE-W =
                 FUNCTION DATE-OF-INTEGER (WS-IMP-INT-DAY)
             PERFORM CHECK-RESTDAY-PARA
             IF WS-SHF-RESTDAY = 'NO '
               PERFORM CHECK-HOLIDAY-PARA
               IF WS-HO-FOUND = 'NO '
                 ADD 1 TO WS-IMP-EMP-DAYS
               ELSE
                 IF HO-IS-REGULAR
                   ADD 1 TO WS-IMP-EMP-RHOL
                 END-IF
               END-IF
             END-IF
             ADD 1 TO WS-IMP-INT-DAY
           END-PERFORM.

       IMPORT-SHIFT-HOURS-PARA.
           MOVE WS-TL-MIN-IN TO WS-TL-EFF-IN.
           IF WS-TL-EFF-IN < WS-SHF-START-MIN
             MOVE WS-SHF-START-MIN TO WS-TL-EFF-IN
           END-IF.
           MOVE WS-TL-EFF-IN TO WS-OV-A1.
           MOVE WS-TL-MIN-OUT TO WS-OV-A2.
           MOVE WS-SHF-BS-MIN TO WS-OV-B1.
           MOVE WS-SHF-BE-MIN TO WS-OV-B2.
           PERFORM OVERLAP-PARA.
           MOVE WS-OV-MIN TO WS-TL-BRKMIN.
           MOVE WS-OV-LO TO WS-TL-BRK-FROM.
           MOVE WS-OV-HI TO WS-TL-BRK-TO.
           MOVE 0 TO WS-TL-WORKMIN.
           IF WS-TL-MIN-OUT > WS-TL-EFF-IN + WS-TL-BRKMIN
             COMPUTE WS-TL-WORKMIN =
                 WS-TL-MIN-OUT - WS-TL-EFF-IN - WS-TL-BRKMIN
           END-IF.
           MOVE 0 TO WS-TL-LATE.
           IF WS-TL-MIN-IN > WS-SHF-START-MIN + WS-SHF-GRACE
             COMPUTE WS-TL-LATE = WS-TL-MIN-IN - WS-SHF-START-MIN
           END-IF.
           IF WS-TL-MIN-OUT < WS-SHF-END-MIN
             COMPUTE WS-TL-LATE =
                 WS-TL-LATE + WS-SHF-END-MIN - WS-TL-MIN-OUT
           END-IF.
           IF WS-TL-LATE > WS-SHF-SCHED
             MOVE WS-SHF-SCHED TO WS-TL-LATE
           END-IF.
           MOVE 0 TO WS-TL-OTMIN.
           IF WS-TL-MIN-OUT > WS-SHF-END-MIN
             COMPUTE WS-TL-OTMIN = WS-TL-MIN-OUT - WS-SHF-END-MIN
           END-IF.
           MOVE 0 TO WS-TL-NIGHTMIN.
           MOVE 0 TO WS-OV-B1.
           MOVE 360 TO WS-OV-B2.
           PERFORM IMPORT-NIGHT-PARA.
           MOVE 1320 TO WS-OV-B1.
           MOVE 1800 TO WS-OV-B2.
           PERFORM IMPORT-NIGHT-PARA.
           MOVE 2760 TO WS-OV-B1.
           MOVE 3240 TO WS-OV-B2.
           PERFORM IMPORT-NIGHT-PARA.

       IMPORT-NIGHT-PARA.
           MOVE WS-TL-EFF-IN TO WS-OV-A1.
           MOVE WS-TL-MIN-OUT TO WS-OV-A2.
           PERFORM OVERLAP-PARA.
           ADD WS-OV-MIN TO WS-TL-NIGHTMIN.
           IF WS-TL-BRKMIN > 0
             MOVE WS-TL-BRK-FROM TO WS-OV-A1
             MOVE WS-TL-BRK-TO TO WS-OV-A2
             PERFORM OVERLAP-PARA
             SUBTRACT WS-OV-MIN FROM WS-TL-NIGHTMIN
           END-IF.

       OVERLAP-PARA.
           MOVE WS-OV-A1 TO WS-OV-LO.
           IF WS-OV-B1 > WS-OV-LO
             MOVE WS-OV-B1 TO WS-OV-LO
           END-IF.
           MOVE WS-OV-A2 TO WS-OV-HI.
           IF WS-OV-B2 < WS-OV-HI
             MOVE WS-OV-B2 TO WS-OV-HI
           END-IF.
           IF WS-OV-HI > WS-OV-LO
             COMPUTE WS-OV-MIN = WS-OV-HI - WS-OV-LO
           ELSE
             MOVE 0 TO WS-OV-MIN
           END-IF.

       GET-LOAN-PARA.
           MOVE 0 TO WS-LOAN.
               CONTINUE
           END-READ.
           IF LV-LAST-ACCRUE NOT = WS-COV-FROM
             PERFORM GET-LEAVE-RATE-PARA
             EVALUATE TRUE
               WHEN SEMI-MONTHLY
                 COMPUTE WS-LV-ACCRUE ROUNDED = WS-LV-MONTHLY / 2
               WHEN WEEKLY
                 PERFORM WEEK-CUTOFFS-PARA
                 COMPUTE WS-LV-ACCRUE ROUNDED =
                     WS-LV-MONTHLY / WS-WK-RUNS
               WHEN OTHER
                 MOVE WS-LV-MONTHLY TO WS-LV-ACCRUE
             END-EVALUATE
             ADD WS-LV-ACCRUE TO LV-VL-BAL
             ADD WS-LV-ACCRUE TO LV-SL-BAL
             MOVE WS-COV-FROM TO LV-LAST-ACCRUE
             END-REWRITE
           END-IF.

       GET-LEAVE-RATE-PARA.
           MOVE 1.25 TO WS-LV-MONTHLY.
           MOVE 0 TO WS-TN-MONTHS.
           IF WS-HIRE-DATE IS NUMERIC
             MOVE WS-HIRE-DATE TO WS-TN-FROM
             MOVE WS-COV-TO TO WS-TN-TO
             PERFORM TENURE-CALC-PARA
           END-IF.
           COMPUTE WS-CT-AMT = WS-TN-MONTHS / 12.
           MOVE 'LV' TO WS-CT-TYPE.
           PERFORM GET-CONTRIB-PARA.
           IF WS-CT-FOUND = 'YES'
             MOVE WS-CT-RESULT TO WS-LV-MONTHLY
           END-IF.

       WEEK-DAYS-PARA.
           MOVE 0 TO WS-WK-DAYS.
           PERFORM GET-ATTENDANCE-PARA.
           IF WS-AT-FOUND = 'YES' AND AT-DAYS IS NUMERIC
             MOVE AT-DAYS TO WS-WK-DAYS
           ELSE
             IF WS-BATCH-MODE = 'YES'
               DISPLAY "RECORD " WS-ID " HAS NO ATTENDANCE RECORD "
                       "FOR THE PERIOD - DAYS WORKED DEFAULTED TO "
                       "ZERO."
             ELSE
               DISPLAY "DAYS WORKED           : " WITH NO ADVANCING
               ACCEPT WS-WK-DAYS
             END-IF
           END-IF.

       WEEK-CUTOFFS-PARA.
           MOVE WS-COV-TO TO WS-WK-DATE.
           MOVE WS-WK-DD TO WS-WK-DAY.
           MOVE 1 TO WS-WK-DD.
           IF WS-WK-MM = 12
             MOVE 1 TO WS-WK-MM
             ADD 1 TO WS-WK-YY
           ELSE
             ADD 1 TO WS-WK-MM
           END-IF.
           MOVE WS-WK-DATE TO WS-WK-NEXT.
           COMPUTE WS-WK-LEFT =
               (FUNCTION INTEGER-OF-DATE (WS-WK-NEXT)
              - FUNCTION INTEGER-OF-DATE (WS-COV-TO) - 1) / 7.
           COMPUTE WS-WK-RUNS = (WS-WK-DAY - 1) / 7 + 1 + WS-WK-LEFT.
           IF WS-WK-RUNS = 0
             MOVE 4 TO WS-WK-RUNS
           END-IF.

       TENURE-CALC-PARA.
           MOVE 0 TO WS-TN-MONTHS.
           MOVE 0 TO WS-TN-YEARS.
           MOVE 0 TO WS-TN-REM.
           IF WS-TN-FROM = ZEROS OR WS-TN-FROM > WS-TN-TO
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TN-MONTHS = (WS-TN-TO-Y * 12 + WS-TN-TO-M)
               - (WS-TN-FROM-Y * 12 + WS-TN-FROM-M).
           IF WS-TN-TO-D < WS-TN-FROM-D AND WS-TN-MONTHS > 0
             SUBTRACT 1 FROM WS-TN-MONTHS
           END-IF.
           DIVIDE WS-TN-MONTHS BY 12 GIVING WS-TN-YEARS
               REMAINDER WS-TN-REM.

       IMPORT-LEAVE-CHECK-PARA.
           MOVE 'NO ' TO WS-LV-ONLEAVE.
           INITIALIZE WS-LA-EOF.
               MOVE 'YES' TO WS-HO-FOUND
           END-READ.

       SHIFT-MAINT-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "============ SHIFT SCHEDULE "
                     "MAINTENANCE ============" WS-LINE2
             DISPLAY "|  | (1) VIEW SHIFT TABLE."
                     WS-SPACE WS-SPACE "                       |  |"
             DISPLAY "|  | (2) ADD OR UPDATE A SHIFT."
                     WS-SPACE WS-SPACE "                  |  |"
             DISPLAY "|  | (3) DELETE A SHIFT."
                     WS-SPACE WS-SPACE "                         |  |"
             DISPLAY "|  | (4) VIEW EMPLOYEE SHIFT ASSIGNMENTS."
                     WS-SPACE WS-SPACE "        |  |"
             DISPLAY "|  | (5) ASSIGN SHIFT AND REST DAYS TO EMPLOYEE."
                     WS-SPACE WS-SPACE " |  |"
             DISPLAY "|  | (6) RETURN TO MAIN MENU."
                     WS-SPACE WS-SPACE "                    |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN 1
                 PERFORM VIEW-SHIFT-PARA
               WHEN 2
                 PERFORM ADD-SHIFT-PARA
               WHEN 3
                 PERFORM DELETE-SHIFT-PARA
               WHEN 4
                 PERFORM VIEW-SHIFTASG-PARA
               WHEN 5
                 PERFORM ADD-SHIFTASG-PARA
               WHEN 6
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
                 DISPLAY "INVALID CHOICE."
                 PERFORM FOOT-PARA
             END-EVALUATE
           END-PERFORM.

       VIEW-SHIFT-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "================ SHIFT TABLE "
                   "================" WS-LINE2.
           DISPLAY "|CODE | DESCRIPTION          | SHIFT       "
                   "| GRACE  | BREAK      |".
           PERFORM PRINT-LINE-PARA.
           INITIALIZE WS-SF-EOF.
           MOVE SPACES TO SF-CODE.
           START SHIFT-FILE KEY IS > SF-CODE
             INVALID KEY
               DISPLAY "NO SHIFTS ON FILE - EVERYONE IS ON THE "
                       "0800-1700 DAY SHIFT."
               MOVE 'TRUE' TO WS-SF-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-SF-EOF = 'TRUE'
             READ SHIFT-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-SF-EOF
               NOT AT END
                 MOVE SF-CODE TO WS-SF-D-CODE
                 MOVE SF-DESC TO WS-SF-D-DESC
                 MOVE SF-START TO WS-SF-D-START
                 MOVE SF-END TO WS-SF-D-END
                 MOVE SF-GRACE TO WS-SF-D-GRACE
                 MOVE SF-BRK-START TO WS-SF-D-BS
                 MOVE SF-BRK-END TO WS-SF-D-BE
                 DISPLAY WS-SF-LINE
             END-READ
           END-PERFORM.
           PERFORM FOOT-PARA.

       ADD-SHIFT-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============ ADD OR UPDATE SHIFT "
                   "============" WS-LINE2.
           DISPLAY "SHIFT CODE (4 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-SF-CODE-W.
           MOVE FUNCTION UPPER-CASE (WS-SF-CODE-W) TO WS-SF-CODE-W.
           DISPLAY "DESCRIPTION             : " WITH NO ADVANCING.
           ACCEPT WS-SF-DESC-W.
           MOVE FUNCTION UPPER-CASE (WS-SF-DESC-W) TO WS-SF-DESC-W.
           DISPLAY "SHIFT START (HHMM)      : " WITH NO ADVANCING.
           ACCEPT WS-SF-START-W.
           DISPLAY "SHIFT END   (HHMM)      : " WITH NO ADVANCING.
           ACCEPT WS-SF-END-W.
           DISPLAY "GRACE PERIOD (MINUTES)  : " WITH NO ADVANCING.
           ACCEPT WS-SF-GRACE-W.
           DISPLAY "BREAK START (HHMM, 0000 IF NONE): "
                                      WITH NO ADVANCING.
           ACCEPT WS-SF-BS-W.
           DISPLAY "BREAK END   (HHMM, 0000 IF NONE): "
                                      WITH NO ADVANCING.
           ACCEPT WS-SF-BE-W.
           DISPLAY " ".
           PERFORM VALIDATE-SHIFT-PARA.
           IF WS-SF-VALID = 'YES'
             MOVE WS-SF-CODE-W TO SF-CODE
             MOVE WS-SF-DESC-W TO SF-DESC
             MOVE WS-SF-START-W TO SF-START
             MOVE WS-SF-END-W TO SF-END
             MOVE WS-SF-GRACE-W TO SF-GRACE
             MOVE WS-SF-BS-W TO SF-BRK-START
             MOVE WS-SF-BE-W TO SF-BRK-END
             WRITE SF-RECORD
               INVALID KEY
                 REWRITE SF-RECORD
                   INVALID KEY
                     DISPLAY "SHIFT NOT SAVED."
                   NOT INVALID KEY
                     DISPLAY "SHIFT UPDATED."
                 END-REWRITE
               NOT INVALID KEY
                 DISPLAY "SHIFT ADDED."
             END-WRITE
           END-IF.
           PERFORM FOOT-PARA.

       VALIDATE-SHIFT-PARA.
           MOVE 'YES' TO WS-SF-VALID.
           IF WS-SF-CODE-W = SPACES
             DISPLAY "SHIFT CODE IS REQUIRED."
             MOVE 'NO ' TO WS-SF-VALID
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-SF-START-W TO WS-SHF-HHMM.
           IF WS-SHF-HH > 23 OR WS-SHF-MM > 59
             MOVE 'NO ' TO WS-SF-VALID
           END-IF.
           MOVE WS-SF-END-W TO WS-SHF-HHMM.
           IF WS-SHF-HH > 23 OR WS-SHF-MM > 59
             MOVE 'NO ' TO WS-SF-VALID
           END-IF.
           MOVE WS-SF-BS-W TO WS-SHF-HHMM.
           IF WS-SHF-HH > 23 OR WS-SHF-MM > 59
             MOVE 'NO ' TO WS-SF-VALID
           END-IF.
           MOVE WS-SF-BE-W TO WS-SHF-HHMM.
           IF WS-SHF-HH > 23 OR WS-SHF-MM > 59
             MOVE 'NO ' TO WS-SF-VALID
           END-IF.
           IF WS-SF-VALID = 'NO '
             DISPLAY "INVALID TIME. ENTER 24-HOUR HHMM, E.G. 2200."
             EXIT PARAGRAPH
           END-IF.
           IF WS-SF-START-W = WS-SF-END-W
             DISPLAY "SHIFT START AND END CANNOT BE THE SAME."
             MOVE 'NO ' TO WS-SF-VALID
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-SF-START-W TO SF-START.
           MOVE WS-SF-END-W TO SF-END.
           MOVE WS-SF-GRACE-W TO SF-GRACE.
           MOVE WS-SF-BS-W TO SF-BRK-START.
           MOVE WS-SF-BE-W TO SF-BRK-END.
           PERFORM SHIFT-MINUTES-PARA.
           IF WS-SHF-BE-MIN > WS-SHF-BS-MIN
             AND WS-SHF-BE-MIN > WS-SHF-END-MIN
             DISPLAY "BREAK MUST FALL INSIDE THE SHIFT."
             MOVE 'NO ' TO WS-SF-VALID
           END-IF.

       DELETE-SHIFT-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "=============== DELETE SHIFT "
                   "===============" WS-LINE2.
           DISPLAY "SHIFT CODE (4 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-SF-CODE-W.
           MOVE FUNCTION UPPER-CASE (WS-SF-CODE-W) TO WS-SF-CODE-W.
           DISPLAY " ".
           MOVE 'NO ' TO WS-SF-INUSE.
           INITIALIZE WS-SA-EOF.
           MOVE SPACES TO SA-ID.
           START SHIFTASG-FILE KEY IS > SA-ID
             INVALID KEY MOVE 'TRUE' TO WS-SA-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-SA-EOF = 'TRUE'
             READ SHIFTASG-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-SA-EOF
               NOT AT END
                 IF SA-SHIFT = WS-SF-CODE-W
                   MOVE 'YES' TO WS-SF-INUSE
                   MOVE 'TRUE' TO WS-SA-EOF
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-SF-INUSE = 'YES'
             DISPLAY "SHIFT IS STILL ASSIGNED TO EMPLOYEE " SA-ID
                     " - REASSIGN FIRST."
           ELSE
             MOVE WS-SF-CODE-W TO SF-CODE
             DELETE SHIFT-FILE RECORD
               INVALID KEY DISPLAY "SHIFT DOESN'T EXIST."
               NOT INVALID KEY DISPLAY "SHIFT DELETED."
             END-DELETE
           END-IF.
           PERFORM FOOT-PARA.

       VIEW-SHIFTASG-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========== EMPLOYEE SHIFT ASSIGNMENTS "
                   "==========" WS-LINE2.
           DISPLAY "REST DAYS READ MONDAY TO SUNDAY - R = REST DAY.".
           DISPLAY "|ID   | NAME                         | SHIFT "
                   "| REST    |".
           PERFORM PRINT-LINE-PARA.
           INITIALIZE WS-SA-EOF.
           MOVE SPACES TO SA-ID.
           START SHIFTASG-FILE KEY IS > SA-ID
             INVALID KEY
               DISPLAY "NO ASSIGNMENTS ON FILE - EVERYONE IS ON THE "
                       "DEFAULT DAY SHIFT."
               MOVE 'TRUE' TO WS-SA-EOF
             NOT INVALID KEY
               CONTINUE
           END-START.
           PERFORM UNTIL WS-SA-EOF = 'TRUE'
             READ SHIFTASG-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-SA-EOF
               NOT AT END
                 MOVE SA-ID TO WS-SA-D-ID
                 MOVE SA-ID TO FS-ID
                 READ EMPLOYEE
                   INVALID KEY
                     MOVE '*** NOT ON EMPLOYEE FILE ***'
                         TO WS-SA-D-NAME
                   NOT INVALID KEY
                     MOVE FS-NAME TO WS-SA-D-NAME
                 END-READ
                 MOVE SA-SHIFT TO WS-SA-D-SHIFT
                 MOVE SA-REST-DAYS TO WS-SA-D-REST
                 DISPLAY WS-SA-LINE
             END-READ
           END-PERFORM.
           PERFORM FOOT-PARA.

       ADD-SHIFTASG-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============== ASSIGN SHIFT "
                   "==============" WS-LINE2.
           DISPLAY "EMPLOYEE ID             : " WITH NO ADVANCING.
           ACCEPT WS-SA-ID-W.
           MOVE WS-SA-ID-W TO FS-ID.
           READ EMPLOYEE
             INVALID KEY
               DISPLAY " "
               DISPLAY "EMPLOYEE DOESN'T EXIST."
               PERFORM FOOT-PARA
               EXIT PARAGRAPH
             NOT INVALID KEY
               DISPLAY "EMPLOYEE NAME           : " FS-NAME
           END-READ.
           DISPLAY "SHIFT CODE (4 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-SF-CODE-W.
           MOVE FUNCTION UPPER-CASE (WS-SF-CODE-W) TO WS-SF-CODE-W.
           MOVE WS-SF-CODE-W TO SF-CODE.
           READ SHIFT-FILE
             INVALID KEY
               DISPLAY " "
               DISPLAY "SHIFT DOESN'T EXIST. MAINTAIN IT IN THE "
                       "SHIFT TABLE FIRST."
               PERFORM FOOT-PARA
               EXIT PARAGRAPH
             NOT INVALID KEY
               CONTINUE
           END-READ.
           DISPLAY "REST DAYS, MONDAY TO SUNDAY, R = REST "
                   "(E.G. -----RR): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SA-REST-W.
           ACCEPT WS-SA-REST-W.
           MOVE FUNCTION UPPER-CASE (WS-SA-REST-W) TO WS-SA-REST-W.
           MOVE 0 TO WS-SHF-I.
           PERFORM UNTIL WS-SHF-I = 7
             ADD 1 TO WS-SHF-I
             IF WS-SA-REST-W (WS-SHF-I:1) NOT = 'R'
               MOVE '-' TO WS-SA-REST-W (WS-SHF-I:1)
             END-IF
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-SA-ID-W TO SA-ID.
           MOVE WS-SF-CODE-W TO SA-SHIFT.
           MOVE WS-SA-REST-W TO SA-REST-DAYS.
           WRITE SA-RECORD
             INVALID KEY
               REWRITE SA-RECORD
                 INVALID KEY
                   DISPLAY "ASSIGNMENT NOT SAVED."
                 NOT INVALID KEY
                   DISPLAY "ASSIGNMENT UPDATED - " SA-SHIFT " REST "
                           SA-REST-DAYS
               END-REWRITE
             NOT INVALID KEY
               DISPLAY "ASSIGNMENT ADDED - " SA-SHIFT " REST "
                       SA-REST-DAYS
           END-WRITE.
           PERFORM FOOT-PARA.

       GET-SHIFT-PARA.
           MOVE 'NO ' TO WS-SHF-FOUND.
           MOVE SPACES TO WS-SHF-CODE.
           MOVE '-----RR' TO WS-SHF-REST.
           MOVE 480 TO WS-SHF-START-MIN.
           MOVE 1020 TO WS-SHF-END-MIN.
           MOVE 0 TO WS-SHF-GRACE.
           MOVE 720 TO WS-SHF-BS-MIN.
           MOVE 780 TO WS-SHF-BE-MIN.
           MOVE WS-SHF-ID TO SA-ID.
           READ SHIFTASG-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE SA-SHIFT TO WS-SHF-CODE
               MOVE SA-REST-DAYS TO WS-SHF-REST
               MOVE SA-SHIFT TO SF-CODE
               READ SHIFT-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'YES' TO WS-SHF-FOUND
                   PERFORM SHIFT-MINUTES-PARA
               END-READ
           END-READ.
           COMPUTE WS-SHF-SCHED = WS-SHF-END-MIN - WS-SHF-START-MIN
               - (WS-SHF-BE-MIN - WS-SHF-BS-MIN).

       SHIFT-MINUTES-PARA.
           MOVE SF-START TO WS-SHF-HHMM.
           COMPUTE WS-SHF-START-MIN = WS-SHF-HH * 60 + WS-SHF-MM.
           MOVE SF-END TO WS-SHF-HHMM.
           COMPUTE WS-SHF-END-MIN = WS-SHF-HH * 60 + WS-SHF-MM.
           IF WS-SHF-END-MIN <= WS-SHF-START-MIN
             ADD 1440 TO WS-SHF-END-MIN
           END-IF.
           MOVE SF-GRACE TO WS-SHF-GRACE.
           MOVE SF-BRK-START TO WS-SHF-HHMM.
           COMPUTE WS-SHF-BS-MIN = WS-SHF-HH * 60 + WS-SHF-MM.
           MOVE SF-BRK-END TO WS-SHF-HHMM.
           COMPUTE WS-SHF-BE-MIN = WS-SHF-HH * 60 + WS-SHF-MM.
           IF SF-BRK-START = SF-BRK-END
             MOVE WS-SHF-START-MIN TO WS-SHF-BS-MIN
             MOVE WS-SHF-START-MIN TO WS-SHF-BE-MIN
           ELSE
             IF WS-SHF-BS-MIN < WS-SHF-START-MIN
               ADD 1440 TO WS-SHF-BS-MIN
             END-IF
             IF WS-SHF-BE-MIN < WS-SHF-BS-MIN
               ADD 1440 TO WS-SHF-BE-MIN
             END-IF
           END-IF.

       CHECK-RESTDAY-PARA.
           COMPUTE WS-SHF-DOW = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-HO-DATE-W) 7).
           IF WS-SHF-DOW = 0
             MOVE 7 TO WS-SHF-DOW
           END-IF.
           IF WS-SHF-REST (WS-SHF-DOW:1) = 'R'
             MOVE 'YES' TO WS-SHF-RESTDAY
           ELSE
             MOVE 'NO ' TO WS-SHF-RESTDAY
           END-IF.

       PRINT-RECUR-PARA.
           IF WS-ED-CNT > 0
             MOVE 0 TO WS-ED-I
             END-IF
           END-IF.

       PRINT-ADJ-PARA.
           IF WS-AJ-CNT > 0
             MOVE 0 TO WS-AJ-I
             PERFORM UNTIL WS-AJ-I = WS-AJ-CNT
               ADD 1 TO WS-AJ-I
               IF WS-AJ-T-CLASS (WS-AJ-I) = 'E'
                 MOVE WS-AJ-T-DESC (WS-AJ-I) TO WS-DESCRIPTION
                 MOVE WS-AJ-T-AMT (WS-AJ-I) TO WS-AMOUNT2
                 MOVE WS-AMOUNT2 TO WS-AMOUNT
                 DISPLAY WS-DESCRIP "   " WITH NO ADVANCING
                 MOVE SPACE TO WS-DESCRIPTION WS-AMOUNT
                 DISPLAY WS-DESCRIP
               END-IF
             END-PERFORM
             MOVE 0 TO WS-AJ-I
             PERFORM UNTIL WS-AJ-I = WS-AJ-CNT
               ADD 1 TO WS-AJ-I
               IF WS-AJ-T-CLASS (WS-AJ-I) = 'D'
                 MOVE SPACE TO WS-DESCRIPTION WS-AMOUNT
                 DISPLAY WS-DESCRIP "   " WITH NO ADVANCING
                 MOVE WS-AJ-T-DESC (WS-AJ-I) TO WS-DESCRIPTION
                 MOVE WS-AJ-T-AMT (WS-AJ-I) TO WS-AMOUNT2
                 MOVE WS-AMOUNT2 TO WS-AMOUNT
                 DISPLAY WS-DESCRIP
               END-IF
             END-PERFORM
           ELSE
             IF WS-ADJ-EARN > 0 OR WS-ADJ-DEDUC > 0
               MOVE 'ONE-TIME ADJ EARNINGS' TO WS-DESCRIPTION
               MOVE WS-ADJ-EARN TO WS-AMOUNT2
               MOVE WS-AMOUNT2 TO WS-AMOUNT
               DISPLAY WS-DESCRIP "   " WITH NO ADVANCING
               MOVE 'ONE-TIME ADJ DEDUCTION' TO WS-DESCRIPTION
               MOVE WS-ADJ-DEDUC TO WS-AMOUNT2
               MOVE WS-AMOUNT2 TO WS-AMOUNT
               DISPLAY WS-DESCRIP
             END-IF
           END-IF.

       REG-ADJ-PARA.
           ADD WS-ADJ-EARN TO WS-TOT-ADJE.
           ADD WS-ADJ-DEDUC TO WS-TOT-ADJD.
           MOVE 0 TO WS-AJ-I.
           PERFORM UNTIL WS-AJ-I = WS-AJ-CNT
             ADD 1 TO WS-AJ-I
             MOVE WS-AJ-T-DESC (WS-AJ-I) TO WS-RA-DESC
             IF WS-AJ-T-CLASS (WS-AJ-I) = 'E'
               MOVE 'ONE-TIME ADJ - EARNING' TO WS-RA-KIND
             ELSE
               MOVE 'ONE-TIME ADJ - DEDUCTION' TO WS-RA-KIND
             END-IF
             MOVE WS-AJ-T-AMT (WS-AJ-I) TO WS-RA-AMT
             DISPLAY WS-RA-LINE
           END-PERFORM.

       GET-RECUR-PARA.
           IF WEEKLY
             PERFORM WEEK-CUTOFFS-PARA
           END-IF.
           MOVE 0 TO WS-RECUR-EARN.
           MOVE 0 TO WS-RECUR-DEDUC.
           MOVE 0 TO WS-RECUR-TAXBL.
           MOVE EE-AMT TO WS-ED-AMT-M.
           IF SEMI-MONTHLY
             COMPUTE WS-ED-AMT-P = WS-ED-AMT-M / 2
           ELSE IF WEEKLY
             COMPUTE WS-ED-AMT-P = WS-ED-AMT-M / WS-WK-RUNS
           ELSE
             MOVE WS-ED-AMT-M TO WS-ED-AMT-P
           END-IF.
             ELSE
               IF ED-DEMIN-CAP > 0 AND WS-ED-AMT-M > ED-DEMIN-CAP
                 COMPUTE WS-ED-EXC-M = WS-ED-AMT-M - ED-DEMIN-CAP
                 EVALUATE TRUE
                   WHEN SEMI-MONTHLY
                     COMPUTE WS-ED-EXC-P = WS-ED-EXC-M / 2
                   WHEN WEEKLY
                     COMPUTE WS-ED-EXC-P = WS-ED-EXC-M / WS-WK-RUNS
                   WHEN OTHER
                     MOVE WS-ED-EXC-M TO WS-ED-EXC-P
                 END-EVALUATE
                 ADD WS-ED-EXC-M TO WS-RECUR-TAXBL
                 ADD WS-ED-EXC-P TO WS-RECUR-TXP
               END-IF
           PERFORM TAKE-DED-PARA.
           MOVE WS-DED-TAKE TO WS-RECUR-DEDUC.
           COMPUTE WS-NEWARR-OTHER = WS-DED-WANT - WS-DED-TAKE.
           MOVE WS-ADJ-DEDUC TO WS-DED-WANT.
           PERFORM TAKE-DED-PARA.
           MOVE WS-DED-TAKE TO WS-ADJ-DEDUC.
           COMPUTE WS-NEWARR-OTHER = WS-NEWARR-OTHER + WS-DED-WANT
               - WS-DED-TAKE.
           COMPUTE WS-TDEDUC = WS-UTLDEDUC + WS-ABSTDEDUC + WS-SSS
               + WS-PHIC + WS-PAG-IBIG + WS-INTAX + WS-LOAN
               + WS-RECUR-DEDUC + WS-ADJ-DEDUC.
           COMPUTE WS-NETPAY = WS-GROSSPAY - WS-TDEDUC.

       TAKE-DED-PARA.
           IF WS-PC-FS = '00'
             READ PAYCTL-FILE
               AT END CONTINUE
               NOT AT END
                 MOVE PC-MIN-TAKEHOME TO WS-MIN-TAKEHOME
                 IF PC-BEN-CEILING NUMERIC AND PC-BEN-CEILING > 0
                   MOVE PC-BEN-CEILING TO WS-BEN-CEILING
                 END-IF
             END-READ
             CLOSE PAYCTL-FILE
           END-IF.

       DEDCTL-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "======== DEDUCTION CONTROLS AND "
                     "ARREARS ========" WS-LINE2
                     WS-SPACE WS-SPACE "       |  |"
             DISPLAY "|  | (2) VIEW ARREARS LEDGER." WS-SPACE
                     WS-SPACE "                  |  |"
             DISPLAY "|  | (3) VIEW/SET BENEFITS TAX-EXEMPT CEILING."
                     WS-SPACE WS-SPACE "   |  |"
             DISPLAY "|  | (4) RETURN TO MAIN MENU." WS-SPACE
                     WS-SPACE "               |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
               WHEN 2
                 PERFORM VIEW-ARREARS-PARA
               WHEN 3
                 PERFORM SET-CEILING-PARA
               WHEN 4
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
           OPEN OUTPUT PAYCTL-FILE.
           IF WS-PC-FS = '00'
             MOVE WS-MIN-TAKEHOME TO PC-MIN-TAKEHOME
             MOVE WS-BEN-CEILING TO PC-BEN-CEILING
             WRITE PC-RECORD
             CLOSE PAYCTL-FILE
             DISPLAY " "
           END-IF.
           PERFORM FOOT-PARA.

       SET-CEILING-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "======= BENEFITS TAX-EXEMPT CEILING "
                   "=======" WS-LINE2.
           DISPLAY "|  | ANNUAL CEILING ON 13TH MONTH PAY AND OTHER "
                   "BENEFITS." WS-SPACE "     |  |".
           PERFORM PRINT-LINE2-PARA.
           MOVE WS-BEN-CEILING TO WS-ANN-AMT.
           DISPLAY "CURRENT ANNUAL CEILING  : " WS-ANN-AMT.
           DISPLAY "NEW ANNUAL CEILING      : " WITH NO ADVANCING.
           ACCEPT WS-BEN-CEILING.
           OPEN OUTPUT PAYCTL-FILE.
           IF WS-PC-FS = '00'
             MOVE WS-MIN-TAKEHOME TO PC-MIN-TAKEHOME
             MOVE WS-BEN-CEILING TO PC-BEN-CEILING
             WRITE PC-RECORD
             CLOSE PAYCTL-FILE
             DISPLAY " "
             DISPLAY "BENEFITS TAX-EXEMPT CEILING SAVED."
           ELSE
             DISPLAY " "
             DISPLAY "CONTROL FILE NOT SAVED."
           END-IF.
           PERFORM FOOT-PARA.

       VIEW-ARREARS-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "=============== ARREARS LEDGER "

       ESUB-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 8
             CALL 'SYSTEM' USING 'CLS'
             DISPLAY WS-LINE2 "=========== AGENCY E-SUBMISSION "
                     "FILES ===========" WS-LINE2
                     WS-SPACE "                   |  |"
             DISPLAY "|  | (4) BIR 1601-C ALPHALIST FILE." WS-SPACE
                     WS-SPACE "              |  |"
             DISPLAY "|  | (5) SSS LOAN COLLECTION LIST."
                     WS-SPACE WS-SPACE "               |  |"
             DISPLAY "|  | (6) PAG-IBIG LOAN COLLECTION LIST."
                     WS-SPACE WS-SPACE "          |  |"
             DISPLAY "|  | (7) AGENCY LOAN BILLING RECONCILIATION."
                     WS-SPACE WS-SPACE "     |  |"
             DISPLAY "|  | (8) RETURN TO MAIN MENU."
                     WS-SPACE WS-SPACE "                    |  |"
             PERFORM PRINT-LINE2-PARA
             DISPLAY " "
             DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
               WHEN 4
                 PERFORM ESUB-TAX-PARA
               WHEN 5
                 PERFORM ESUB-SSSLOAN-PARA
               WHEN 6
                 PERFORM ESUB-HDMFLOAN-PARA
               WHEN 7
                 PERFORM LOAN-RECON-PARA
               WHEN 8
                 CONTINUE
               WHEN OTHER
                 DISPLAY " "
                 DISPLAY "INVALID CHOICE."
                 PERFORM FOOT-PARA
             END-EVALUATE
           END-PERFORM.

       ESUB-SSS-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "============ SSS R-3 SUBMISSION FILE "
                   "============" WS-LINE2.
           PERFORM ACCEPT-REM-MONTH-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 0 TO WS-ES-COUNT.
           MOVE 0 TO WS-ES-TOTAL.
           MOVE 0 TO WS-ES-EXC.
           OPEN OUTPUT SSSR3-FILE.
           MOVE SPACES TO R3-HEADER.
           MOVE 'H' TO R3-HDR-TYPE.
           MOVE EN-SSS-NO TO R3-HDR-ER-NO.
           MOVE WS-REM-MONTH TO R3-HDR-MONTH.
           MOVE EN-NAME TO R3-HDR-NAME.
           WRITE R3-HEADER.
           IF EN-SSS-NO IS NOT NUMERIC
             ADD 1 TO WS-ES-EXC
             DISPLAY "EXCEPTION: EMPLOYER SSS NUMBER OF " EN-CODE
                     " MISSING/INVALID ON THE ENTITY MASTER."
           END-IF.
           INITIALIZE WS-EOF.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM REMIT-ACTUAL-PARA
                     IF WS-RA-FOUND = 'YES'
                       MOVE WS-RA-SSS TO WS-REMIT-EE
                       MOVE WS-RA-SSS-ER TO WS-REMIT-ER
                       IF WS-SSS-NO IS NUMERIC
                         MOVE 'D' TO R3-REC-TYPE
                         MOVE WS-SSS-NO TO R3-SSS-NO
                         MOVE WS-NAME TO R3-NAME
                         MOVE WS-REMIT-EE TO R3-EE
                         MOVE WS-REMIT-ER TO R3-ER
                         COMPUTE R3-TOTAL =
                             WS-REMIT-EE + WS-REMIT-ER
                         WRITE R3-DETAIL
                         ADD 1 TO WS-ES-COUNT
                         COMPUTE WS-ES-TOTAL = WS-ES-TOTAL
                             + WS-REMIT-EE + WS-REMIT-ER
                       ELSE
                         ADD 1 TO WS-ES-EXC
                         DISPLAY "EXCEPTION: " WS-ID " " WS-NAME
                                 " - MISSING/INVALID SSS NUMBER."
                       END-IF
                     END-IF
                 END-READ
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========= PHILHEALTH RF-1 SUBMISSION "
                   "FILE =========" WS-LINE2.
           PERFORM ACCEPT-REM-MONTH-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 0 TO WS-ES-COUNT.
           MOVE 0 TO WS-ES-TOTAL.
           MOVE 0 TO WS-ES-EXC.
           OPEN OUTPUT PHICRF1-FILE.
           MOVE SPACES TO RF-HEADER.
           MOVE 'H' TO RF-HDR-TYPE.
           MOVE EN-PHIC-NO TO RF-HDR-ER-NO.
           MOVE WS-REM-MONTH TO RF-HDR-MONTH.
           MOVE EN-NAME TO RF-HDR-NAME.
           WRITE RF-HEADER.
           IF EN-PHIC-NO IS NOT NUMERIC
             ADD 1 TO WS-ES-EXC
             DISPLAY "EXCEPTION: EMPLOYER PHILHEALTH NO. OF " EN-CODE
                     " MISSING/INVALID ON THE ENTITY MASTER."
           END-IF.
           INITIALIZE WS-EOF.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM REMIT-ACTUAL-PARA
                     IF WS-RA-FOUND = 'YES'
                       MOVE WS-RA-PHIC TO WS-REMIT-EE
                       MOVE WS-RA-PHIC-ER TO WS-REMIT-ER
                       IF WS-PHIC-NO IS NUMERIC
                         MOVE 'D' TO RF-REC-TYPE
                         MOVE WS-PHIC-NO TO RF-PHIC-NO
                         MOVE WS-NAME TO RF-NAME
                         MOVE WS-REMIT-EE TO RF-EE
                         MOVE WS-REMIT-ER TO RF-ER
                         COMPUTE RF-TOTAL =
                             WS-REMIT-EE + WS-REMIT-ER
                         WRITE RF-DETAIL
                         ADD 1 TO WS-ES-COUNT
                         COMPUTE WS-ES-TOTAL = WS-ES-TOTAL
                             + WS-REMIT-EE + WS-REMIT-ER
                       ELSE
                         ADD 1 TO WS-ES-EXC
                         DISPLAY "EXCEPTION: " WS-ID " " WS-NAME
                                 " - MISSING/INVALID PHILHEALTH "
                                 "NUMBER."
                       END-IF
                     END-IF
                 END-READ
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========== PAG-IBIG MCRF SUBMISSION "
                   "FILE ==========" WS-LINE2.
           PERFORM ACCEPT-REM-MONTH-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 0 TO WS-ES-COUNT.
           MOVE 0 TO WS-ES-TOTAL.
           MOVE 0 TO WS-ES-EXC.
           OPEN OUTPUT PIMCRF-FILE.
           MOVE SPACES TO MC-HEADER.
           MOVE 'H' TO MC-HDR-TYPE.
           MOVE EN-PAGIBIG-NO TO MC-HDR-ER-NO.
           MOVE WS-REM-MONTH TO MC-HDR-MONTH.
           MOVE EN-NAME TO MC-HDR-NAME.
           WRITE MC-HEADER.
           IF EN-PAGIBIG-NO IS NOT NUMERIC
             ADD 1 TO WS-ES-EXC
             DISPLAY "EXCEPTION: EMPLOYER PAG-IBIG NO. OF " EN-CODE
                     " MISSING/INVALID ON THE ENTITY MASTER."
           END-IF.
           INITIALIZE WS-EOF.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM REMIT-ACTUAL-PARA
                     IF WS-RA-FOUND = 'YES'
                       MOVE WS-RA-PI TO WS-REMIT-EE
                       MOVE WS-RA-PI-ER TO WS-REMIT-ER
                       IF WS-PAGIBIG-NO IS NUMERIC
                         MOVE 'D' TO MC-REC-TYPE
                         MOVE WS-PAGIBIG-NO TO MC-MID-NO
                         MOVE WS-NAME TO MC-NAME
                         MOVE WS-REMIT-EE TO MC-EE
                         MOVE WS-REMIT-ER TO MC-ER
                         COMPUTE MC-TOTAL =
                             WS-REMIT-EE + WS-REMIT-ER
                         WRITE MC-DETAIL
                         ADD 1 TO WS-ES-COUNT
                         COMPUTE WS-ES-TOTAL = WS-ES-TOTAL
                             + WS-REMIT-EE + WS-REMIT-ER
                       ELSE
                         ADD 1 TO WS-ES-EXC
                         DISPLAY "EXCEPTION: " WS-ID " " WS-NAME
                                 " - MISSING/INVALID PAG-IBIG MID."
                       END-IF
                     END-IF
                 END-READ
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========= BIR 1601-C SUBMISSION FILE "
                   "=========" WS-LINE2.
           PERFORM ACCEPT-REM-MONTH-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 0 TO WS-ES-COUNT.
           MOVE 0 TO WS-ES-TOTAL.
           MOVE 0 TO WS-ES-EXC.
           OPEN OUTPUT BIR1601-FILE.
           MOVE SPACES TO B1-HEADER.
           MOVE 'H' TO B1-HDR-TYPE.
           MOVE EN-TIN TO B1-HDR-TIN.
           MOVE WS-REM-MONTH TO B1-HDR-MONTH.
           MOVE EN-NAME TO B1-HDR-NAME.
           WRITE B1-HEADER.
           IF EN-TIN (1:9) IS NOT NUMERIC
             ADD 1 TO WS-ES-EXC
             DISPLAY "EXCEPTION: EMPLOYER TIN OF " EN-CODE
                     " MISSING/INVALID ON THE ENTITY MASTER."
           END-IF.
           INITIALIZE WS-EOF.
           MOVE '00000' TO FS-ID.
           START EMPLOYEE KEY IS > FS-ID
                 READ EMPLOYEE NEXT RECORD INTO WS-EMPLOYEE
                   AT END MOVE 'TRUE' TO WS-EOF
                   NOT AT END
                     PERFORM REMIT-ACTUAL-PARA
                     IF WS-RA-FOUND = 'YES'
                       MOVE WS-RA-TAX TO WS-REMIT-EE
                       MOVE 0 TO WS-REMIT-ER
                       IF WS-TIN IS NUMERIC
                         OR (WS-TIN (1:9) IS NUMERIC
                         AND WS-TIN (10:3) = SPACES)
                         MOVE 'D' TO B1-REC-TYPE
                         MOVE WS-TIN TO B1-TIN
                         MOVE WS-NAME TO B1-NAME
                         MOVE WS-REMIT-EE TO B1-TAX
                         WRITE B1-DETAIL
                         ADD 1 TO WS-ES-COUNT
                         ADD WS-REMIT-EE TO WS-ES-TOTAL
                       ELSE
                         ADD 1 TO WS-ES-EXC
                         DISPLAY "EXCEPTION: " WS-ID " " WS-NAME
                                 " - MISSING/INVALID TIN."
                       END-IF
                     END-IF
                 END-READ
           IF WS-ES-EXC > 0
             DISPLAY "FIX THE MEMBER NUMBERS ABOVE AND REGENERATE "
                     "BEFORE UPLOADING."
             IF WS-JOB-RC < 4
               MOVE 4 TO WS-JOB-RC
             END-IF
           END-IF.
           PERFORM FOOT-PARA.

       ESUB-SSSLOAN-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "=========== SSS LOAN COLLECTION LIST "
                   "===========" WS-LINE2.
           PERFORM ACCEPT-REM-MONTH-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 'S' TO WS-AL-AGENCY.
           OPEN OUTPUT SSSLOAN-FILE.
           MOVE SPACES TO SL-HEADER.
           MOVE 'H' TO SL-HDR-TYPE.
           MOVE WS-REM-MONTH TO SL-HDR-MONTH.
           MOVE EN-SSS-NO TO SL-HDR-ER-NO.
           MOVE EN-NAME TO SL-HDR-NAME.
           WRITE SL-HEADER.
           PERFORM AGENCY-LOAN-LIST-PARA.
           MOVE SPACES TO SL-TRAILER.
           MOVE 'T' TO SL-TRL-TYPE.
           MOVE WS-ES-COUNT TO SL-TRL-COUNT.
           MOVE WS-ES-TOTAL TO SL-TRL-TOTAL.
           WRITE SL-TRAILER.
           CLOSE SSSLOAN-FILE.
           PERFORM ESUB-SUMMARY-PARA.

       ESUB-HDMFLOAN-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "========= PAG-IBIG LOAN COLLECTION LIST "
                   "=========" WS-LINE2.
           PERFORM ACCEPT-REM-MONTH-PARA.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 'P' TO WS-AL-AGENCY.
           OPEN OUTPUT HDMFLOAN-FILE.
           MOVE SPACES TO HL-HEADER.
           MOVE 'H' TO HL-HDR-TYPE.
           MOVE WS-REM-MONTH TO HL-HDR-MONTH.
           MOVE EN-PAGIBIG-NO TO HL-HDR-ER-NO.
           MOVE EN-NAME TO HL-HDR-NAME.
           WRITE HL-HEADER.
           PERFORM AGENCY-LOAN-LIST-PARA.
           MOVE SPACES TO HL-TRAILER.
           MOVE 'T' TO HL-TRL-TYPE.
           MOVE WS-ES-COUNT TO HL-TRL-COUNT.
           MOVE WS-ES-TOTAL TO HL-TRL-TOTAL.
           WRITE HL-TRAILER.
           CLOSE HDMFLOAN-FILE.
           PERFORM ESUB-SUMMARY-PARA.

       AGENCY-LOAN-LIST-PARA.
           MOVE 0 TO WS-ES-COUNT.
           MOVE 0 TO WS-ES-TOTAL.
           MOVE 0 TO WS-ES-EXC.
           MOVE 0 TO WS-AL-AMT.
           MOVE SPACES TO WS-AL-PREV-ID.
           MOVE 0 TO WS-AL-PREV-NO.
           INITIALIZE WS-LP-EOF.
           MOVE SPACES TO LP-ID.
           MOVE 0 TO LP-NO.
           MOVE 0 TO LP-COV-FROM.
           START LOAN-PAY-FILE KEY IS > LP-KEY
             INVALID KEY MOVE 'TRUE' TO WS-LP-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-LP-EOF = 'TRUE'
             READ LOAN-PAY-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-LP-EOF
               NOT AT END
                 IF LP-COV-FROM (1:6) = WS-REM-MONTH
                   IF LP-ID NOT = WS-AL-PREV-ID
                     OR LP-NO NOT = WS-AL-PREV-NO
                     PERFORM AGENCY-LOAN-BREAK-PARA
                     MOVE LP-ID TO WS-AL-PREV-ID
                     MOVE LP-NO TO WS-AL-PREV-NO
                   END-IF
                   ADD LP-AMT TO WS-AL-AMT
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM AGENCY-LOAN-BREAK-PARA.

       AGENCY-LOAN-BREAK-PARA.
           IF WS-AL-AMT > 0
             PERFORM AGENCY-LOAN-ONE-PARA
           END-IF.
           MOVE 0 TO WS-AL-AMT.

       AGENCY-LOAN-ONE-PARA.
           MOVE WS-AL-PREV-ID TO FS-ID.
           READ EMPLOYEE INTO WS-EMPLOYEE
             INVALID KEY
               MOVE SPACES TO WS-EMPLOYEE
               MOVE WS-AL-PREV-ID TO WS-ID
           END-READ.
           PERFORM EMP-ENTITY-MATCH-PARA.
           IF WS-ENT-MATCH = 'NO '
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-AL-PREV-ID TO LN-ID.
           MOVE WS-AL-PREV-NO TO LN-NO.
           READ LOAN-FILE
             INVALID KEY
               ADD 1 TO WS-ES-EXC
               DISPLAY "EXCEPTION: " WS-AL-PREV-ID " LOAN "
                       WS-AL-PREV-NO " - NOT ON THE LOAN MASTER."
               EXIT PARAGRAPH
             NOT INVALID KEY
               CONTINUE
           END-READ.
           MOVE LN-TYPE TO LT-CODE.
           READ LOANTYPE-FILE
             INVALID KEY
               ADD 1 TO WS-ES-EXC
               DISPLAY "EXCEPTION: " LN-ID " LOAN " LN-NO
                       " - TYPE " LN-TYPE " NOT ON THE LOAN TYPE "
                       "TABLE."
               EXIT PARAGRAPH
             NOT INVALID KEY
               CONTINUE
           END-READ.
           IF LT-AGENCY NOT = WS-AL-AGENCY
             EXIT PARAGRAPH
           END-IF.
           IF LN-AGY-ACCT = SPACES
             ADD 1 TO WS-ES-EXC
             DISPLAY "EXCEPTION: " LN-ID " " WS-NAME
                     " - MISSING AGENCY LOAN ACCOUNT NUMBER."
             EXIT PARAGRAPH
           END-IF.
           IF WS-AL-AGENCY = 'S'
             IF WS-SSS-NO IS NUMERIC
               MOVE 'D' TO SL-REC-TYPE
               MOVE WS-SSS-NO TO SL-SSS-NO
               MOVE WS-NAME TO SL-NAME
               MOVE LN-AGY-ACCT TO SL-LOAN-ACCT
               MOVE LN-TYPE TO SL-LOAN-TYPE
               MOVE WS-AL-AMT TO SL-AMT
               WRITE SL-DETAIL
               ADD 1 TO WS-ES-COUNT
               ADD WS-AL-AMT TO WS-ES-TOTAL
             ELSE
               ADD 1 TO WS-ES-EXC
               DISPLAY "EXCEPTION: " LN-ID " " WS-NAME
                       " - MISSING/INVALID SSS NUMBER."
             END-IF
           ELSE
             IF WS-PAGIBIG-NO IS NUMERIC
               MOVE 'D' TO HL-REC-TYPE
               MOVE WS-PAGIBIG-NO TO HL-MID-NO
               MOVE WS-NAME TO HL-NAME
               MOVE LN-AGY-ACCT TO HL-LOAN-ACCT
               MOVE LN-TYPE TO HL-LOAN-TYPE
               MOVE WS-AL-AMT TO HL-AMT
               WRITE HL-DETAIL
               ADD 1 TO WS-ES-COUNT
               ADD WS-AL-AMT TO WS-ES-TOTAL
             ELSE
               ADD 1 TO WS-ES-EXC
               DISPLAY "EXCEPTION: " LN-ID " " WS-NAME
                       " - MISSING/INVALID PAG-IBIG MID."
             END-IF
           END-IF.

       LOAN-RECON-PARA.
           CALL 'SYSTEM' USING 'CLS'.
           DISPLAY WS-LINE2 "====== AGENCY LOAN BILLING "
                   "RECONCILIATION ======" WS-LINE2.
           DISPLAY "|  | COMPARES THE AGENCY LOAN BILLING TO THE "
                   "DEDUCTIONS TAKEN." WS-SPACE "            |  |".
           PERFORM PRINT-LINE2-PARA.
           DISPLAY "AGENCY (S=SSS, P=PAG-IBIG): " WITH NO ADVANCING.
           ACCEPT WS-AL-AGENCY.
           MOVE FUNCTION UPPER-CASE (WS-AL-AGENCY) TO WS-AL-AGENCY.
           IF WS-AL-AGENCY NOT = 'S' AND WS-AL-AGENCY NOT = 'P'
             DISPLAY " "
             DISPLAY "INVALID AGENCY. IT MUST BE S OR P."
             PERFORM FOOT-PARA
             EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-REM-MONTH-PARA.
           MOVE 'YES' TO WS-ENT-ALL.
           PERFORM ACCEPT-ENTITY-PARA.
           MOVE 'NO ' TO WS-ENT-ALL.
           MOVE 0 TO WS-AL-BILLED.
           MOVE 0 TO WS-AL-DEDUCTED.
           MOVE 0 TO WS-AL-TOT-VAR.
           MOVE 0 TO WS-AL-CNT-OK.
           MOVE 0 TO WS-AL-CNT-UNDER.
           MOVE 0 TO WS-AL-CNT-OVER.
           MOVE 0 TO WS-AL-CNT-NOFILE.
           MOVE 0 TO WS-AL-CNT-NOBILL.
           OPEN INPUT LNBILL-FILE.
           IF WS-BL-FS NOT = '00'
             DISPLAY " "
             DISPLAY "AGENCY BILLING FILE LNBILL.TXT NOT FOUND."
             PERFORM FOOT-PARA
             EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           IF WS-ENT-SEL = SPACES
             DISPLAY "BILLING MONTH " WS-REM-MONTH " - ALL ENTITIES"
           ELSE
             DISPLAY "BILLING MONTH " WS-REM-MONTH " - ENTITY "
                     EN-CODE " " EN-NAME
           END-IF.
           DISPLAY "|AGENCY LOAN NO  |ID    |NO | BILLED        "
                   "| DEDUCTED      | VARIANCE      "
                   "| STATUS         |".
           PERFORM PRINT-LINE-PARA.
           INITIALIZE WS-BL-EOF.
           PERFORM UNTIL WS-BL-EOF = 'TRUE'
             READ LNBILL-FILE
               AT END MOVE 'TRUE' TO WS-BL-EOF
               NOT AT END
                 IF BL-AGENCY = WS-AL-AGENCY
                   AND BL-MONTH = WS-REM-MONTH
                   PERFORM RECON-BILL-LINE-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LNBILL-FILE.
           INITIALIZE WS-LT-EOF.
           MOVE SPACES TO LN-ID.
           MOVE 0 TO LN-NO.
           START LOAN-FILE KEY IS > LN-KEY
             INVALID KEY MOVE 'TRUE' TO WS-LT-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-LT-EOF = 'TRUE'
             READ LOAN-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-LT-EOF
               NOT AT END
                 PERFORM RECON-UNBILLED-PARA
             END-READ
           END-PERFORM.
           PERFORM PRINT-LINE-PARA.
           MOVE WS-AL-BILLED TO WS-BK-AMT.
           DISPLAY "TOTAL BILLED BY AGENCY  : " WS-BK-AMT.
           MOVE WS-AL-DEDUCTED TO WS-BK-AMT.
           DISPLAY "TOTAL DEDUCTED          : " WS-BK-AMT.
           MOVE WS-AL-TOT-VAR TO WS-AL-D-TOT.
           DISPLAY "NET VARIANCE            : " WS-AL-D-TOT.
           DISPLAY "MATCHED                 : " WS-AL-CNT-OK.
           DISPLAY "UNDER-COLLECTED         : " WS-AL-CNT-UNDER.
           DISPLAY "OVER-COLLECTED          : " WS-AL-CNT-OVER.
           DISPLAY "BILLED, NOT ON LOAN FILE: " WS-AL-CNT-NOFILE.
           DISPLAY "DEDUCTED, NOT BILLED    : " WS-AL-CNT-NOBILL.
           PERFORM FOOT-PARA.

       RECON-BILL-LINE-PARA.
           MOVE 'NO ' TO WS-AL-MATCH.
           INITIALIZE WS-LN-EOF.
           MOVE SPACES TO LN-ID.
           MOVE 0 TO LN-NO.
           START LOAN-FILE KEY IS > LN-KEY
             INVALID KEY MOVE 'TRUE' TO WS-LN-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-LN-EOF = 'TRUE'
             READ LOAN-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-LN-EOF
               NOT AT END
                 IF LN-AGY-ACCT = BL-LOAN-ACCT
                   PERFORM RECON-LOAN-ENT-PARA
                   IF WS-ENT-MATCH = 'YES'
                     MOVE 'YES' TO WS-AL-MATCH
                     MOVE 'TRUE' TO WS-LN-EOF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE BL-LOAN-ACCT TO WS-AL-D-ACCT.
           IF WS-AL-MATCH = 'YES'
             PERFORM RECON-LOAN-MONTH-PARA
             MOVE LN-ID TO WS-AL-D-ID
             MOVE LN-NO TO WS-AL-D-NO
           ELSE
             MOVE 0 TO WS-AL-AMT
             MOVE SPACES TO WS-AL-D-ID
             MOVE 0 TO WS-AL-D-NO
           END-IF.
           COMPUTE WS-AL-VAR = WS-AL-AMT - BL-AMT.
           EVALUATE TRUE
             WHEN WS-AL-MATCH = 'NO '
               MOVE 'NOT ON LOAN FILE' TO WS-AL-D-STAT
               ADD 1 TO WS-AL-CNT-NOFILE
             WHEN WS-AL-VAR = 0
               MOVE 'MATCHED' TO WS-AL-D-STAT
               ADD 1 TO WS-AL-CNT-OK
             WHEN WS-AL-VAR < 0
               MOVE 'UNDER-COLLECTED' TO WS-AL-D-STAT
               ADD 1 TO WS-AL-CNT-UNDER
             WHEN OTHER
               MOVE 'OVER-COLLECTED' TO WS-AL-D-STAT
               ADD 1 TO WS-AL-CNT-OVER
           END-EVALUATE.
           ADD BL-AMT TO WS-AL-BILLED.
           ADD WS-AL-AMT TO WS-AL-DEDUCTED.
           ADD WS-AL-VAR TO WS-AL-TOT-VAR.
           MOVE BL-AMT TO WS-AL-D-BILLED.
           MOVE WS-AL-AMT TO WS-AL-D-DEDUC.
           MOVE WS-AL-VAR TO WS-AL-D-VAR.
           DISPLAY WS-AL-LINE.

       RECON-UNBILLED-PARA.
           MOVE LN-TYPE TO LT-CODE.
           READ LOANTYPE-FILE
             INVALID KEY
               EXIT PARAGRAPH
             NOT INVALID KEY
               CONTINUE
           END-READ.
           IF LT-AGENCY NOT = WS-AL-AGENCY
             EXIT PARAGRAPH
           END-IF.
           PERFORM RECON-LOAN-ENT-PARA.
           IF WS-ENT-MATCH = 'NO '
             EXIT PARAGRAPH
           END-IF.
           PERFORM RECON-LOAN-MONTH-PARA.
           IF WS-AL-AMT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE 'NO ' TO WS-AL-MATCH.
           IF LN-AGY-ACCT NOT = SPACES
             OPEN INPUT LNBILL-FILE
             INITIALIZE WS-BL-EOF
             PERFORM UNTIL WS-BL-EOF = 'TRUE'
               READ LNBILL-FILE
                 AT END MOVE 'TRUE' TO WS-BL-EOF
                 NOT AT END
                   IF BL-AGENCY = WS-AL-AGENCY
                     AND BL-MONTH = WS-REM-MONTH
                     AND BL-LOAN-ACCT = LN-AGY-ACCT
                     MOVE 'YES' TO WS-AL-MATCH
                     MOVE 'TRUE' TO WS-BL-EOF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LNBILL-FILE
           END-IF.
           IF WS-AL-MATCH = 'NO '
             ADD 1 TO WS-AL-CNT-NOBILL
             ADD WS-AL-AMT TO WS-AL-DEDUCTED
             ADD WS-AL-AMT TO WS-AL-TOT-VAR
             MOVE LN-AGY-ACCT TO WS-AL-D-ACCT
             MOVE LN-ID TO WS-AL-D-ID
             MOVE LN-NO TO WS-AL-D-NO
             MOVE 0 TO WS-AL-D-BILLED
             MOVE WS-AL-AMT TO WS-AL-D-DEDUC
             MOVE WS-AL-AMT TO WS-AL-D-VAR
             MOVE 'NOT BILLED' TO WS-AL-D-STAT
             DISPLAY WS-AL-LINE
           END-IF.

       RECON-LOAN-MONTH-PARA.
           MOVE 0 TO WS-AL-AMT.
           INITIALIZE WS-LP-EOF.
           MOVE LN-ID TO LP-ID.
           MOVE LN-NO TO LP-NO.
           MOVE 0 TO LP-COV-FROM.
           START LOAN-PAY-FILE KEY IS > LP-KEY
             INVALID KEY MOVE 'TRUE' TO WS-LP-EOF
             NOT INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-LP-EOF = 'TRUE'
             READ LOAN-PAY-FILE NEXT RECORD
               AT END MOVE 'TRUE' TO WS-LP-EOF
               NOT AT END
                 IF LP-ID NOT = LN-ID OR LP-NO NOT = LN-NO
                   MOVE 'TRUE' TO WS-LP-EOF
                 ELSE
                   IF LP-COV-FROM (1:6) = WS-REM-MONTH
                     ADD LP-AMT TO WS-AL-AMT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

       RECON-LOAN-ENT-PARA.
           MOVE LN-ID TO FS-ID.
           READ EMPLOYEE INTO WS-EMPLOYEE
             INVALID KEY
               IF WS-ENT-SEL = SPACES
                 MOVE 'YES' TO WS-ENT-MATCH
               ELSE
                 MOVE 'NO ' TO WS-ENT-MATCH
               END-IF
             NOT INVALID KEY
               PERFORM EMP-ENTITY-MATCH-PARA
           END-READ.

       BANKRET-PARA.
           MOVE 0 TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
           PERFORM PRINT-LINE2-PARA.
           DISPLAY "COVERED FROM (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-COV-FROM.
           PERFORM ACCEPT-RUN-TYPE-PARA.
           MOVE 0 TO WS-BR-CONF.
           MOVE 0 TO WS-BR-REJ.
           MOVE 0 TO WS-BR-UNM.
           ELSE
             MOVE WS-BR-ID TO PF-ID
             MOVE WS-COV-FROM TO PF-COV-FROM
             MOVE WS-SEL-RUN-TYPE TO PF-RUN-TYPE
             READ PAYSLIP-FILE
               INVALID KEY
                 ADD 1 TO WS-BR-UNM
                   "===========" WS-LINE2.
           DISPLAY "COVERED FROM (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-COV-FROM.
           PERFORM ACCEPT-RUN-TYPE-PARA.
           DISPLAY " ".
           DISPLAY "|ID   | NAME                       "
                   "| ACCOUNT NUMBER   | NET AMOUNT  | RSN |".
               AT END MOVE 'TRUE' TO WS-PS-EOF
               NOT AT END
                 IF PF-COV-FROM = WS-COV-FROM
                   AND PF-RUN-TYPE = WS-SEL-RUN-TYPE
                   AND PF-DISB-STAT = 'R'
                   ADD 1 TO WS-BR-REJ
                   MOVE PF-ID TO WS-BK-ID
                   "==========" WS-LINE2.
           DISPLAY "COVERED FROM (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-COV-FROM.
           PERFORM ACCEPT-RUN-TYPE-PARA.
           DISPLAY " ".
           MOVE 0 TO WS-DS-C-CNT.
           MOVE 0 TO WS-DS-C-AMT.
               AT END MOVE 'TRUE' TO WS-PS-EOF
               NOT AT END
                 IF PF-COV-FROM = WS-COV-FROM
                   AND PF-RUN-TYPE = WS-SEL-RUN-TYPE
                   EVALUATE PF-DISB-STAT
                     WHEN 'C'
                       ADD 1 TO WS-DS-C-CNT
                 WHEN 22
                 WHEN 23
                 WHEN 24
                 WHEN 32
                 WHEN 35
                 WHEN 36
                 WHEN 37
                 WHEN 99
                   CONTINUE
                 WHEN OTHER
                 WHEN 26
                 WHEN 27
                 WHEN 28
                 WHEN 31
                 WHEN 33
                 WHEN 35
                 WHEN 36
                 WHEN 37
                 WHEN 99
                   CONTINUE
                 WHEN OTHER
               PERFORM APPLY-PD-LOAN-PARA
             WHEN 'LOANDEL'
               PERFORM APPLY-PD-LOANDEL-PARA
             WHEN 'WAGEORD'
               PERFORM APPLY-PD-WAGEORD-PARA
             WHEN 'PAYADJ'
               PERFORM APPLY-PD-ADJ-PARA
             WHEN 'ADJDEL'
               PERFORM APPLY-PD-ADJDEL-PARA
             WHEN OTHER
               DISPLAY "UNKNOWN CHANGE TYPE - NOT APPLIED."
               MOVE SPACES TO WS-AUDIT-USER
               END-REWRITE
           END-READ.

       APPLY-PD-WAGEORD-PARA.
           MOVE PD-IMAGE TO WS-MW-W.
           MOVE WS-MW-KEY-W TO MW-KEY.
           READ MINWAGE-FILE
             INVALID KEY
               DISPLAY "MINIMUM WAGE RATE NO LONGER EXISTS - NOT "
                       "APPLIED."
               MOVE SPACES TO WS-AUDIT-USER
               MOVE SPACES TO WS-AUDIT-CHECKER
               EXIT PARAGRAPH
             NOT INVALID KEY
               CONTINUE
           END-READ.
           IF MW-ADJ-DATE NOT = 0
             OR MW-DAILY NOT = WS-MW-DAILY-E
             DISPLAY "WAGE ORDER ALREADY APPLIED OR RATE CHANGED "
                     "SINCE IT WAS SUBMITTED - NOT APPLIED."
             MOVE SPACES TO WS-AUDIT-USER
             MOVE SPACES TO WS-AUDIT-CHECKER
             EXIT PARAGRAPH
           END-IF.
           MOVE 'YES' TO WS-MW-APPLY.
           PERFORM WAGEORD-SCAN-PARA.
           MOVE 'NO ' TO WS-MW-APPLY.
           MOVE WS-MW-KEY-W TO MW-KEY.
           READ MINWAGE-FILE
             INVALID KEY
               DISPLAY "WAGE ORDER APPLIED BUT NOT MARKED - CHECK "
                       "MINWAGE FILE."
             NOT INVALID KEY
               MOVE FUNCTION CURRENT-DATE(1:8) TO MW-ADJ-DATE
               REWRITE MW-RECORD
                 INVALID KEY
                   DISPLAY "WAGE ORDER APPLIED BUT NOT MARKED - CHECK "
                           "MINWAGE FILE."
                 NOT INVALID KEY
                   DISPLAY "WAGE ORDER APPLIED - " WS-MW-BELOW
                           " EMPLOYEE/S ADJUSTED."
               END-REWRITE
           END-READ.
           MOVE SPACES TO WS-AUDIT-USER.
           MOVE SPACES TO WS-AUDIT-CHECKER.

       APPLY-PD-ADJ-PARA.
           MOVE PD-IMAGE (1:97) TO WS-AJ-W.
           PERFORM NEXT-ADJ-SEQ-PARA.
           IF WS-AJ-SEQ-MAX = 99
             DISPLAY "TOO MANY ADJUSTMENTS FOR THAT EMPLOYEE AND "
                     "PERIOD - NOT APPLIED."
             MOVE SPACES TO WS-AUDIT-USER
             MOVE SPACES TO WS-AUDIT-CHECKER
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AJ-SEQ-W = WS-AJ-SEQ-MAX + 1.
           MOVE 'O' TO WS-AJ-STAT-W.
           MOVE 0 TO WS-AJ-RUN-W.
           MOVE 0 TO WS-AJ-APPLIED-W.
           MOVE PD-MAKER TO WS-AJ-MAKER-W.
           MOVE WS-AJ-W TO AJ-RECORD.
           WRITE AJ-RECORD
             INVALID KEY
               DISPLAY "ADJUSTMENT NOT APPLIED."
               MOVE SPACES TO WS-AUDIT-USER
               MOVE SPACES TO WS-AUDIT-CHECKER
             NOT INVALID KEY
               DISPLAY "ADJUSTMENT " AJ-ID " " AJ-TGT-FROM " "
                       AJ-SEQ " ADDED."
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE AJ-RECORD TO WS-AUDIT-AFTER
               MOVE 'APPROV' TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-PARA
           END-WRITE.

       APPLY-PD-ADJDEL-PARA.
           MOVE PD-KEYDATA TO AJ-KEY.
           READ PAYADJ-FILE
             INVALID KEY
               DISPLAY "ADJUSTMENT DOESN'T EXIST."
               MOVE SPACES TO WS-AUDIT-USER
               MOVE SPACES TO WS-AUDIT-CHECKER
               EXIT PARAGRAPH
             NOT INVALID KEY
               CONTINUE
           END-READ.
           IF AJ-APPLIED
             DISPLAY "ADJUSTMENT ALREADY APPLIED IN RUN " AJ-RUN-NO
                     " - NOT CANCELLED."
             MOVE SPACES TO WS-AUDIT-USER
             MOVE SPACES TO WS-AUDIT-CHECKER
             EXIT PARAGRAPH
           END-IF.
           MOVE AJ-RECORD TO WS-AUDIT-BEFORE.
           DELETE PAYADJ-FILE RECORD
             INVALID KEY
               DISPLAY "ADJUSTMENT NOT CANCELLED."
               MOVE SPACES TO WS-AUDIT-USER
               MOVE SPACES TO WS-AUDIT-CHECKER
             NOT INVALID KEY
               DISPLAY "ADJUSTMENT CANCELLED."
               MOVE SPACES TO WS-AUDIT-AFTER
               MOVE 'APPROV' TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-PARA
           END-DELETE.

       APPLY-PD-CONTRIB-PARA.
           MOVE PD-IMAGE (1:75) TO TC-RECORD.
           WRITE TC-RECORD
           PERFORM LOG-AUDIT-PARA.

       APPLY-PD-LOAN-PARA.
           MOVE PD-IMAGE (1:59) TO LN-RECORD.
           WRITE LN-RECORD
             INVALID KEY
               REWRITE LN-RECORD
             END-READ
           END-PERFORM.

       JOB-PARA.
           MOVE 'YES' TO WS-JOB-MODE.
           MOVE 0 TO WS-JOB-MAXRC.
           MOVE 0 TO WS-JOB-SEQ.
           MOVE 0 TO WS-JOB-RESTART.
           DISPLAY WS-LINE2 "============ UNATTENDED PAYROLL JOB "
                   "============" WS-LINE2.
           OPEN EXTEND JOBLOG-FILE.
           IF WS-JL-FS NOT = '00'
             OPEN OUTPUT JOBLOG-FILE
           END-IF.
           OPEN INPUT JOBPARM-FILE.
           IF WS-JP-FS NOT = '00'
             DISPLAY "JOB PARAMETER FILE NOT FOUND - JOB NOT RUN."
             MOVE 'PARAMETERS' TO WS-JOB-STEP
             MOVE 'ABORT' TO WS-JOB-EVENT
             MOVE 16 TO WS-JOB-RC
             MOVE 16 TO WS-JOB-MAXRC
             PERFORM JOB-LOG-PARA
           ELSE
             PERFORM JOB-PERIOD-PARA
             IF WS-JOB-OK = 'YES'
               PERFORM JOB-RESTART-PARA
               MOVE 'NO ' TO WS-JOB-STOP
               INITIALIZE WS-JOB-EOF
               PERFORM UNTIL WS-JOB-EOF = 'TRUE'
                          OR WS-JOB-STOP = 'YES'
                 READ JOBPARM-FILE
                   AT END MOVE 'TRUE' TO WS-JOB-EOF
                   NOT AT END
                     IF JP-REC-TYPE = 'S'
                       ADD 1 TO WS-JOB-SEQ
                       MOVE FUNCTION UPPER-CASE (JP-STEP)
                           TO WS-JOB-STEP
                       PERFORM JOB-STEP-PARA
                     END-IF
                 END-READ
               END-PERFORM
               PERFORM JOB-END-PARA
             ELSE
               MOVE 'PARAMETERS' TO WS-JOB-STEP
               MOVE 'ABORT' TO WS-JOB-EVENT
               MOVE 16 TO WS-JOB-RC
               MOVE 16 TO WS-JOB-MAXRC
               PERFORM JOB-LOG-PARA
             END-IF
             CLOSE JOBPARM-FILE
           END-IF.
           CLOSE JOBLOG-FILE.
           DISPLAY " ".
           DISPLAY "JOB ENDED - HIGHEST RETURN CODE: " WS-JOB-MAXRC.

       JOB-PERIOD-PARA.
           MOVE 'NO ' TO WS-JOB-OK.
           READ JOBPARM-FILE
             AT END
               DISPLAY "JOB PARAMETER FILE IS EMPTY."
             NOT AT END
               IF JP-REC-TYPE NOT = 'P'
                 DISPLAY "FIRST PARAMETER RECORD MUST BE THE PERIOD "
                         "(P) RECORD."
               ELSE IF JP-COV-FROM IS NOT NUMERIC
                 OR JP-COV-TO IS NOT NUMERIC
                 OR JP-COV-FROM > JP-COV-TO
                 DISPLAY "INVALID COVERED PERIOD ON THE PARAMETER "
                         "FILE."
               ELSE
                 MOVE JP-COV-FROM TO WS-JOB-COV-FROM
                 MOVE JP-COV-TO TO WS-JOB-COV-TO
                 IF JP-TRIAL-PCT IS NUMERIC
                   MOVE JP-TRIAL-PCT TO WS-JOB-TRIAL-PCT
                 END-IF
                 MOVE FUNCTION UPPER-CASE (JP-ENTITY) TO WS-JOB-ENTITY
                 IF WS-JOB-ENTITY = SPACES
                   MOVE 'MAIN' TO WS-JOB-ENTITY
                 END-IF
                 MOVE FUNCTION UPPER-CASE (JP-PAYGRP) TO WS-JOB-PAYGRP
                 MOVE FUNCTION UPPER-CASE (JP-OPERATOR) TO WS-USER-ID
                 MOVE WS-USER-ID TO OP-ID
                 READ OPERATOR-FILE
                   INVALID KEY
                     DISPLAY "BATCH OPERATOR " WS-USER-ID
                             " NOT ON FILE."
                   NOT INVALID KEY
                     MOVE OP-ROLE TO WS-USER-ROLE
                     MOVE 'YES' TO WS-JOB-OK
                     DISPLAY "COVERED PERIOD          : "
                             WS-JOB-COV-FROM " - " WS-JOB-COV-TO
                     DISPLAY "RUNNING AS              : " WS-USER-ID
                             " " OP-NAME
                 END-READ
                 MOVE WS-JOB-ENTITY TO EN-CODE
                 READ ENTITY-FILE
                   INVALID KEY
                     DISPLAY "EMPLOYER ENTITY " WS-JOB-ENTITY
                             " NOT ON FILE."
                     MOVE 'NO ' TO WS-JOB-OK
                   NOT INVALID KEY
                     DISPLAY "EMPLOYER ENTITY         : " EN-CODE
                             " " EN-NAME
                 END-READ
                 IF WS-JOB-PAYGRP = 'W'
                   DISPLAY "PAY GROUP               : WEEKLY-PAID"
                 END-IF
                 IF WS-JOB-PAYGRP NOT = SPACE AND NOT = 'W'
                   DISPLAY "INVALID PAY GROUP " WS-JOB-PAYGRP
                           " ON THE PARAMETER FILE."
                   MOVE 'NO ' TO WS-JOB-OK
                 END-IF
               END-IF
           END-READ.

       JOB-RESTART-PARA.
           MOVE 0 TO WS-JOB-RESTART.
           OPEN INPUT JOBRST-FILE.
           IF WS-JR-FS = '00'
             READ JOBRST-FILE
               AT END CONTINUE
               NOT AT END
                 MOVE JR-ENTITY TO WS-ENT-CUR
                 IF WS-ENT-CUR = SPACES
                   MOVE 'MAIN' TO WS-ENT-CUR
                 END-IF
                 IF JR-STAT = 'F'
                   AND JR-COV-FROM = WS-JOB-COV-FROM
                   AND JR-COV-TO = WS-JOB-COV-TO
                   AND WS-ENT-CUR = WS-JOB-ENTITY
                   AND JR-PAYGRP = WS-JOB-PAYGRP
                   MOVE JR-STEP-SEQ TO WS-JOB-RESTART
                   DISPLAY "RESTARTING AT STEP " JR-STEP-SEQ " ("
                           JR-STEP ") - EARLIER STEPS COMPLETED."
                 END-IF
             END-READ
             CLOSE JOBRST-FILE
           END-IF.

       JOB-STEP-PARA.
           MOVE 0 TO WS-JOB-RC.
           IF WS-JOB-SEQ < WS-JOB-RESTART
             MOVE 'SKIPPED' TO WS-JOB-EVENT
             PERFORM JOB-LOG-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE 'START' TO WS-JOB-EVENT.
           PERFORM JOB-LOG-PARA.
           EVALUATE WS-JOB-STEP
             WHEN 'IMPORT-TIMELOG'
               MOVE 14 TO WS-CHOICE
             WHEN 'TRIAL-RUN'
               MOVE 6 TO WS-CHOICE
             WHEN 'FINAL-RUN'
               MOVE 6 TO WS-CHOICE
             WHEN 'REGISTER'
               MOVE 7 TO WS-CHOICE
             WHEN 'BANK-FILE'
               MOVE 12 TO WS-CHOICE
             WHEN 'ESUB'
               MOVE 26 TO WS-CHOICE
             WHEN 'GL'
               MOVE 21 TO WS-CHOICE
             WHEN OTHER
               MOVE 0 TO WS-CHOICE
           END-EVALUATE.
           IF WS-CHOICE = 0
             DISPLAY "UNKNOWN JOB STEP: " WS-JOB-STEP
             MOVE 12 TO WS-JOB-RC
           ELSE
             PERFORM CHECK-ACCESS-PARA
             IF WS-ACCESS-OK = 'NO '
               MOVE 12 TO WS-JOB-RC
             ELSE
               EVALUATE WS-JOB-STEP
                 WHEN 'IMPORT-TIMELOG'
                   PERFORM IMPORT-TIMELOG-PARA
                 WHEN 'TRIAL-RUN'
                   PERFORM TRIAL-RUN-PARA
                 WHEN 'FINAL-RUN'
                   PERFORM FINAL-RUN-PARA
                 WHEN 'REGISTER'
                   PERFORM REGISTER-PARA
                 WHEN 'BANK-FILE'
                   PERFORM BANK-FILE-PARA
                 WHEN 'ESUB'
                   PERFORM ESUB-SSS-PARA
                   PERFORM ESUB-PHIC-PARA
                   PERFORM ESUB-PAGIBIG-PARA
                   PERFORM ESUB-TAX-PARA
                   PERFORM ESUB-SSSLOAN-PARA
                   PERFORM ESUB-HDMFLOAN-PARA
                 WHEN 'GL'
                   PERFORM GL-PARA
               END-EVALUATE
             END-IF
           END-IF.
           MOVE 'END' TO WS-JOB-EVENT.
           PERFORM JOB-LOG-PARA.
           IF WS-JOB-RC > WS-JOB-MAXRC
             MOVE WS-JOB-RC TO WS-JOB-MAXRC
           END-IF.
           IF WS-JOB-RC >= 8
             MOVE 'YES' TO WS-JOB-STOP
             DISPLAY " "
             DISPLAY "STEP " WS-JOB-SEQ " " WS-JOB-STEP
                     " ENDED WITH RETURN CODE " WS-JOB-RC
                     " - JOB STOPPED."
           END-IF.

       JOB-END-PARA.
           OPEN OUTPUT JOBRST-FILE.
           IF WS-JR-FS = '00'
             MOVE WS-JOB-COV-FROM TO JR-COV-FROM
             MOVE WS-JOB-COV-TO TO JR-COV-TO
             MOVE WS-JOB-ENTITY TO JR-ENTITY
             MOVE WS-JOB-PAYGRP TO JR-PAYGRP
             IF WS-JOB-STOP = 'YES'
               MOVE 'F' TO JR-STAT
               MOVE WS-JOB-SEQ TO JR-STEP-SEQ
               MOVE WS-JOB-STEP TO JR-STEP
               DISPLAY "RESUBMIT THE SAME PARAMETER FILE TO RESTART "
                       "AT STEP " WS-JOB-SEQ "."
             ELSE
               MOVE 'C' TO JR-STAT
               MOVE 0 TO JR-STEP-SEQ
               MOVE SPACES TO JR-STEP
             END-IF
             WRITE JR-RECORD
             CLOSE JOBRST-FILE
           ELSE
             DISPLAY "RESTART CONTROL FILE NOT SAVED."
           END-IF.

       JOB-LOG-PARA.
           MOVE SPACES TO JL-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JL-STAMP.
           MOVE WS-USER-ID TO JL-OPERATOR.
           MOVE WS-JOB-COV-FROM TO JL-COV-FROM.
           MOVE WS-JOB-COV-TO TO JL-COV-TO.
           MOVE WS-JOB-SEQ TO JL-SEQ.
           MOVE WS-JOB-STEP TO JL-STEP.
           MOVE WS-JOB-EVENT TO JL-EVENT.
           MOVE WS-JOB-RC TO JL-RC.
           MOVE WS-JOB-ENTITY TO JL-ENTITY.
           WRITE JL-RECORD.
           DISPLAY JL-RECORD.

       MAKE-CAPS-PARA.
           MOVE FUNCTION UPPER-CASE (WS-NAME) TO WS-NAME.
           MOVE FUNCTION UPPER-CASE (WS-DESIG) TO WS-DESIG.
           MOVE SPACES TO WS-AUDIT-CHECKER.

       FOOT-PARA.
           IF WS-JOB-MODE = 'YES'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY " ".
