               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-FILE-STATUS.

           SELECT LeaveAccrualFile ASSIGN TO 'LEAVE-ACCRUAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAC-FILE-STATUS.

           SELECT LeaveCloseFile ASSIGN TO WS-LC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCF-FILE-STATUS.

           SELECT LeaveStatementFile
               ASSIGN TO 'LEAVE-STATEMENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CompStatementFile
               ASSIGN TO 'COMP-STATEMENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LeaveRequestFile ASSIGN TO 'LEAVEREQ.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-FILE-STATUS.

           SELECT LeaveRequestWorkFile ASSIGN TO 'LEAVEREQWORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRW-FILE-STATUS.

           SELECT LeaveRequestReportFile
               ASSIGN TO 'LEAVE-REQUEST-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LeaveLiabilityFile
               ASSIGN TO 'LEAVE-LIABILITY-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'PAYROLL-EXCEPTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RetroQueueFile ASSIGN TO 'RETROQ.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTQ-FILE-STATUS.

           SELECT RetroWorkFile ASSIGN TO 'RETROWORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTW-FILE-STATUS.

           SELECT RetroAdjFile ASSIGN TO 'RETRO-ADJ.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTA-FILE-STATUS.

           SELECT BenefitsSnapshotFile ASSIGN TO 'BENSNAP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.
               ASSIGN TO 'EMPTRANS-REJECTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MeritTableFile ASSIGN TO 'MERITPCT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPT-FILE-STATUS.

           SELECT MeritPreviewFile
               ASSIGN TO 'MERIT-PREVIEW-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MeritWorksheetFile ASSIGN TO 'MERITWKS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MWK-FILE-STATUS.

           SELECT MeritWorkFile ASSIGN TO 'MERITWORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MWT-FILE-STATUS.

           SELECT CompaReportFile
               ASSIGN TO 'COMPA-RATIO-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TransferHistFile ASSIGN TO 'XFERHIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XH-FILE-STATUS.

           SELECT GLJournalFile ASSIGN TO WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-FILE-STATUS.

           SELECT GLListingFile
               ASSIGN TO 'GL-LABOR-LISTING.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EmpHistIndexFile ASSIGN TO 'EMPHIST-INDEX.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHX-FILE-STATUS.

           SELECT TurnoverReportFile
               ASSIGN TO 'TURNOVER-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortedEmployeeFile ASSIGN TO 'SORTWORK.tmp'.

           SELECT GLSortFile ASSIGN TO 'GLSORT.tmp'.

           SELECT LeaveReqSortFile ASSIGN TO 'LRSORT.tmp'.

           SELECT ProbationFile ASSIGN TO 'PROBATION.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-EMPLOYEE-ID
               FILE STATUS IS WS-PRB-FILE-STATUS.

           SELECT ProbationReportFile
               ASSIGN TO 'PROBATION-REVIEWS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ProbationSortFile ASSIGN TO 'PBSORT.tmp'.

           SELECT BradfordReportFile
               ASSIGN TO 'BRADFORD-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SickAbsenceSortFile ASSIGN TO 'SICKSORT.tmp'.

           SELECT BradfordSortFile ASSIGN TO 'BFSORT.tmp'.

      *> The declaration or varibles and file structure
       DATA DIVISION.
       FILE SECTION.
           05  AB-FILLER-4        PIC X(1).
           05  AB-OPERATOR-ID     PIC X(10).

      *> One line per accrual grant, so the year-end close can
      *> tell what was earned in the year from what was carried in
       FD  LeaveAccrualFile.
       01  LeaveAccrualRecord.
           05  LA-DATE            PIC 9(8).
           05  LA-FILLER-1        PIC X(1).
           05  LA-EMPLOYEE-ID     PIC 9(6).
           05  LA-FILLER-2        PIC X(1).
           05  LA-DAYS            PIC 9(2)V9(1).
           05  LA-FILLER-3        PIC X(1).
           05  LA-OPERATOR-ID     PIC X(10).

      *> Closing balance per employee for one leave year;
      *> LC-FLAG F forfeited excess, D negative carried as deduction
       FD  LeaveCloseFile.
       01  LeaveCloseRecord.
           05  LC-EMPLOYEE-ID     PIC 9(6).
           05  LC-FILLER-1        PIC X(1).
           05  LC-DEPT            PIC 9(3).
           05  LC-FILLER-2        PIC X(1).
           05  LC-YEAR            PIC 9(4).
           05  LC-FILLER-3        PIC X(1).
           05  LC-OPENING         PIC S9(4)V9(1)
                                  SIGN LEADING SEPARATE.
           05  LC-FILLER-4        PIC X(1).
           05  LC-ACCRUED         PIC 9(3)V9(1).
           05  LC-FILLER-5        PIC X(1).
           05  LC-VACATION        PIC 9(3)V9(1).
           05  LC-FILLER-6        PIC X(1).
           05  LC-SICK            PIC 9(3)V9(1).
           05  LC-FILLER-7        PIC X(1).
           05  LC-PERSONAL        PIC 9(3)V9(1).
           05  LC-FILLER-8        PIC X(1).
           05  LC-FORFEITED       PIC 9(3)V9(1).
           05  LC-FILLER-9        PIC X(1).
           05  LC-CLOSING         PIC S9(4)V9(1)
                                  SIGN LEADING SEPARATE.
           05  LC-FILLER-10       PIC X(1).
           05  LC-FLAG            PIC X(1).

      *> Leave requested ahead of time and routed to the manager
      *> in Reports-To: LR-STATUS P pending, A approved, R rejected,
      *> D posted to ABSENCE/LEAVEBAL, C cancelled (employee left)
       FD  LeaveRequestFile.
       01  LeaveRequestRecord.
           05  LR-STATUS          PIC X(1).
           05  LR-FILLER-1        PIC X(1).
           05  LR-EMPLOYEE-ID     PIC 9(6).
           05  LR-FILLER-2        PIC X(1).
           05  LR-MANAGER-ID      PIC 9(6).
           05  LR-FILLER-3        PIC X(1).
           05  LR-ABS-DATE        PIC 9(8).
           05  LR-FILLER-4        PIC X(1).
           05  LR-TYPE            PIC X(1).
           05  LR-FILLER-5        PIC X(1).
           05  LR-DAYS            PIC 9(2)V9(1).
           05  LR-FILLER-6        PIC X(1).
           05  LR-ENTERED         PIC X(19).
           05  LR-FILLER-7        PIC X(1).
           05  LR-ENTERED-BY      PIC X(10).
           05  LR-FILLER-8        PIC X(1).
           05  LR-DECIDED-DATE    PIC 9(8).
           05  LR-FILLER-9        PIC X(1).
           05  LR-DECIDED-BY      PIC X(10).

       FD  LeaveRequestWorkFile.
       01  LeaveRequestWorkRecord   PIC X(81).

       FD  LeaveRequestReportFile.
       01  LeaveRequestReportRecord PIC X(80).

      *> PB-STATUS: P on probation, E extended, C confirmed,
      *> F failed
       FD  ProbationFile.
       01  ProbationRecord.
           05  PB-EMPLOYEE-ID     PIC 9(6).
           05  PB-HIRE-DATE       PIC 9(8).
           05  PB-END-DATE        PIC 9(8).
           05  PB-STATUS          PIC X(1).
           05  PB-EXTENSIONS      PIC 9(1).
           05  PB-DECIDED-DATE    PIC 9(8).
           05  PB-DECIDED-BY      PIC X(10).

       FD  ProbationReportFile.
       01  ProbationReportRecord    PIC X(80).

       FD  BradfordReportFile.
       01  BradfordReportRecord     PIC X(90).

       FD  LeaveStatementFile.
       01  LeaveStatementRecord     PIC X(80).

       FD  CompStatementFile.
       01  CompStatementRecord      PIC X(80).

       FD  LeaveLiabilityFile.
       01  LeaveLiabilityRecord     PIC X(80).

           05  JM-Grade-Min   PIC 9(7).
           05  JM-FILLER-3    PIC X(1).
           05  JM-Grade-Max   PIC 9(7).
           05  JM-FILLER-4    PIC X(1).
           05  JM-Prob-Months PIC 9(2).

       FD  SalaryHistFile.
       01  SalaryHistRecord.
           05  SH-OLD-SALARY      PIC 9(7)V9(2).
           05  SH-FILLER-4        PIC X(1).
           05  SH-NEW-SALARY      PIC 9(7)V9(2).
           05  SH-FILLER-5        PIC X(1).
           05  SH-EFF-DATE        PIC 9(8).

       FD  AuditFile.
       01  AuditRecord.
       FD  EmployeeHistoryFile.
       01  EmployeeHistoryRecord    PIC X(85).

      *> One line per purge archive written, so reports can find
      *> the EMPHIST-YYYYMMDD.txt generations again
       FD  EmpHistIndexFile.
       01  EmpHistIndexRecord.
           05  EHX-ARCHIVE-DATE     PIC 9(8).
           05  EHX-FILLER-1         PIC X(1).
           05  EHX-PURGED-COUNT     PIC 9(5).

       FD  TurnoverReportFile.
       01  TurnoverReportRecord     PIC X(80).

       FD  EmployeeBackupFile.
       01  EmployeeBackupRecord     PIC X(85).

           05  PR-SERVICE-YEARS   PIC 9(2).
           05  PR-SALARY          PIC 9(7).

      *> PA-RECORD-TYPE R acknowledges a retro adjustment, named
      *> by PA-EFF-DATE; blank acknowledges the extract line
       FD  PayrollAckFile.
       01  PayrollAckRecord.
           05  PA-EMPLOYEE-ID     PIC X(6).
           05  PA-ACK-CODE        PIC X(1).
           05  PA-FILLER-2        PIC X(1).
           05  PA-REASON          PIC X(30).
           05  PA-FILLER-3        PIC X(1).
           05  PA-RECORD-TYPE     PIC X(1).
           05  PA-FILLER-4        PIC X(1).
           05  PA-EFF-DATE        PIC X(8).

       FD  PayrollExceptionFile.
       01  PayrollExceptionRecord   PIC X(80).

      *> Back-dated salary changes owed retro pay: RQ-STATUS P
      *> pending, S sent to payroll on RQ-SENT-DATE
       FD  RetroQueueFile.
       01  RetroQueueRecord.
           05  RQ-STATUS          PIC X(1).
           05  RQ-FILLER-1        PIC X(1).
           05  RQ-EMPLOYEE-ID     PIC 9(6).
           05  RQ-FILLER-2        PIC X(1).
           05  RQ-EFF-DATE        PIC 9(8).
           05  RQ-FILLER-3        PIC X(1).
           05  RQ-CHANGE-DATE     PIC 9(8).
           05  RQ-FILLER-4        PIC X(1).
           05  RQ-OLD-SALARY      PIC 9(7)V9(2).
           05  RQ-FILLER-5        PIC X(1).
           05  RQ-NEW-SALARY      PIC 9(7)V9(2).
           05  RQ-FILLER-6        PIC X(1).
           05  RQ-PERIODS         PIC 9(3).
           05  RQ-FILLER-7        PIC X(1).
           05  RQ-AMOUNT          PIC S9(7)V9(2)
                                  SIGN LEADING SEPARATE.
           05  RQ-FILLER-8        PIC X(1).
           05  RQ-SENT-DATE       PIC 9(8).

       FD  RetroWorkFile.
       01  RetroWorkRecord          PIC X(70).

       FD  RetroAdjFile.
       01  RetroAdjRecord           PIC X(80).

      *> Image of the master as of the last clean benefits feed,
      *> written in Employee-ID order so the delta pass can merge
       FD  BenefitsSnapshotFile.
           05  REJ-FILLER-2       PIC X(1).
           05  REJ-TRANSACTION    PIC X(60).

      *> Merit percentage by job code (type J) or, failing that, by
      *> department (type D, code left-justified); two decimals
       FD  MeritTableFile.
       01  MeritTableRecord.
           05  MP-KEY-TYPE        PIC X(1).
           05  MP-FILLER-1        PIC X(1).
           05  MP-KEY             PIC X(4).
           05  MP-FILLER-2        PIC X(1).
           05  MP-PERCENT         PIC 9(2)V9(2).

       FD  MeritPreviewFile.
       01  MeritPreviewRecord       PIC X(80).

      *> Preview worksheet the commit step applies: MW-FLAG Y to
      *> apply, N held back by HR, C committed, S skipped at commit
       FD  MeritWorksheetFile.
       01  MeritWorksheetRecord.
           05  MW-FLAG            PIC X(1).
           05  MW-FILLER-1        PIC X(1).
           05  MW-EMPLOYEE-ID     PIC 9(6).
           05  MW-FILLER-2        PIC X(1).
           05  MW-DEPT            PIC 9(3).
           05  MW-FILLER-3        PIC X(1).
           05  MW-JOB-CODE        PIC X(4).
           05  MW-FILLER-4        PIC X(1).
           05  MW-PERCENT         PIC 9(2)V9(2).
           05  MW-FILLER-5        PIC X(1).
           05  MW-OLD-SALARY      PIC 9(7)V9(2).
           05  MW-FILLER-6        PIC X(1).
           05  MW-NEW-SALARY      PIC 9(7)V9(2).
           05  MW-FILLER-7        PIC X(1).
           05  MW-OVER-MAX        PIC 9(7)V9(2).

       FD  MeritWorkFile.
       01  MeritWorkRecord          PIC X(52).

       FD  CompaReportFile.
       01  CompaReportRecord        PIC X(80).

      *> One line per department move, dated by the Status-Date
      *> the move stamps on the master
       FD  TransferHistFile.
       01  TransferHistRecord.
           05  XH-DATE            PIC 9(8).
           05  XH-FILLER-1        PIC X(1).
           05  XH-EMPLOYEE-ID     PIC 9(6).
           05  XH-FILLER-2        PIC X(1).
           05  XH-OLD-DEPT        PIC 9(3).
           05  XH-FILLER-3        PIC X(1).
           05  XH-NEW-DEPT        PIC 9(3).
           05  XH-FILLER-4        PIC X(1).
           05  XH-OPERATOR-ID     PIC X(10).

       FD  GLJournalFile.
       01  GLJournalRecord          PIC X(80).

       FD  GLListingFile.
       01  GLListingRecord          PIC X(80).

       SD  SortedEmployeeFile.
       01  SortedEmployeeRecord.
           05  SE-Dept          PIC 9(3).
           05  SE-Employee-ID   PIC 9(6).
           05  SE-ServiceYears  PIC 9(2).
           05  SE-Reports-To    PIC 9(6).
           05  SE-Job-Code      PIC X(4).
           05  SE-Salary        PIC 9(7)V9(2).
           05  SE-Emp-Status    PIC X(1).

       SD  LeaveReqSortFile.
       01  LeaveReqSortRecord.
           05  LS-MANAGER-ID      PIC 9(6).
           05  LS-ABS-DATE        PIC 9(8).
           05  LS-EMPLOYEE-ID     PIC 9(6).
           05  LS-TYPE            PIC X(1).
           05  LS-DAYS            PIC 9(2)V9(1).
           05  LS-STATUS          PIC X(1).
           05  LS-ENTERED         PIC X(10).

       SD  ProbationSortFile.
       01  ProbationSortRecord.
           05  PV-MANAGER-ID      PIC 9(6).
           05  PV-END-DATE        PIC 9(8).
           05  PV-EMPLOYEE-ID     PIC 9(6).
           05  PV-NAME            PIC X(30).
           05  PV-DEPT            PIC 9(3).
           05  PV-HIRE-DATE       PIC 9(8).
           05  PV-STATUS          PIC X(1).
           05  PV-EXTENSIONS      PIC 9(1).

       SD  SickAbsenceSortFile.
       01  SickAbsenceSortRecord.
           05  SA-EMPLOYEE-ID     PIC 9(6).
           05  SA-DATE            PIC 9(8).
           05  SA-DAYS            PIC 9(2)V9(1).

      *> BR-GROUP carries the Dept or the Reports-To manager,
      *> whichever the listing is grouped by
       SD  BradfordSortFile.
       01  BradfordSortRecord.
           05  BR-GROUP           PIC 9(6).
           05  BR-SCORE           PIC 9(7).
           05  BR-EMPLOYEE-ID     PIC 9(6).
           05  BR-NAME            PIC X(24).
           05  BR-DEPT            PIC 9(3).
           05  BR-MANAGER-ID      PIC 9(6).
           05  BR-SPELLS          PIC 9(3).
           05  BR-DAYS            PIC 9(3)V9(1).
           05  BR-WEEKEND         PIC 9(3).

       SD  GLSortFile.
       01  GLSortRecord.
           05  GS-DEPT          PIC 9(3).
           05  GS-JOB           PIC X(4).
           05  GS-AMOUNT        PIC 9(9)V9(2).
           05  GS-HEADS         PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-REPLY          PIC X(1).
               10  WS-EXT-EMPLOYEE-ID  PIC 9(6).
               10  WS-EXT-ACKED        PIC X(1).

       01  WS-SALARY-EFF-DATE   PIC 9(8).
       01  WS-PAY-PERIOD-DAYS   PIC 9(2) VALUE 14.
       01  WS-PAY-PERIODS-YEAR  PIC 9(2) VALUE 26.
       01  WS-RETRO-START       PIC 9(8).
       01  WS-RETRO-DAYS        PIC 9(5).
       01  WS-RETRO-PERIODS     PIC 9(3).
       01  WS-RETRO-AMOUNT      PIC S9(7)V9(2).
       01  WS-RETRO-SHOW        PIC -(7)9.9(2).
       01  WS-RTQ-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-RTW-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-RTA-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-RTQ-EOF           PIC X(1) VALUE 'N'.
           88 RTQ-EOF           VALUE 'Y'.
       01  WS-RTA-EOF           PIC X(1) VALUE 'N'.
           88 RTA-EOF           VALUE 'Y'.
       01  WS-RETRO-SENT        PIC 9(5) VALUE ZERO.
       01  WS-RETRO-HASH        PIC 9(12) VALUE ZERO.
       01  WS-RETRO-NET         PIC S9(9)V9(2) VALUE ZERO.
       01  WS-RA-HEADER.
           05  WS-RAH-TYPE        PIC X(1).
           05  WS-RAH-DATE        PIC 9(8).
           05  WS-RAH-PERIODS     PIC 9(2).
       01  WS-RA-DETAIL.
           05  WS-RAD-TYPE        PIC X(1).
           05  WS-RAD-EMPLOYEE-ID PIC 9(6).
           05  WS-RAD-DEPT        PIC 9(3).
           05  WS-RAD-EFF-DATE    PIC 9(8).
           05  WS-RAD-OLD-SALARY  PIC 9(7)V9(2).
           05  WS-RAD-NEW-SALARY  PIC 9(7)V9(2).
           05  WS-RAD-PERIODS     PIC 9(3).
           05  WS-RAD-AMOUNT      PIC S9(7)V9(2)
                                  SIGN LEADING SEPARATE.
       01  WS-RA-TRAILER.
           05  WS-RAT-TYPE        PIC X(1).
           05  WS-RAT-COUNT       PIC 9(6).
           05  WS-RAT-HASH        PIC 9(12).
           05  WS-RAT-AMOUNT      PIC S9(9)V9(2)
                                  SIGN LEADING SEPARATE.
       01  WS-RTA-SUB           PIC 9(4).
       01  WS-RTA-OPEN-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-RTA-OVERFLOW-FLAG PIC X(1) VALUE 'N'.
           88 RTA-OVERFLOW      VALUE 'Y'.
       01  WS-RETRO-ADJ-TABLE.
           05  WS-RTA-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-RTA-ENTRY OCCURS 500 TIMES.
               10  WS-RTA-EMPLOYEE-ID  PIC 9(6).
               10  WS-RTA-EFF-DATE     PIC 9(8).
               10  WS-RTA-ACKED        PIC X(1).

       01  WS-LCK-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-UPDATE-ALLOWED-FLAG  PIC X(1) VALUE 'N'.
           88 UPDATE-ALLOWED    VALUE 'Y'.
       01  WS-LIAB-TOTAL        PIC S9(6)V9(1).
       01  WS-LIAB-SHOW         PIC -(6)9.9.
       01  WS-LIAB-EMPLOYEES    PIC 9(5) VALUE ZERO.
       01  WS-LRQ-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-LRW-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-LRQ-EOF           PIC X(1) VALUE 'N'.
           88 LRQ-EOF           VALUE 'Y'.
       01  WS-LR-MGR-BUF        PIC X(6).
       01  WS-LR-MGR-ID         PIC 9(6).
       01  WS-LR-MGR-STATE      PIC X(1).
           88 LR-MGR-ACTIVE     VALUE 'A'.
           88 LR-MGR-ON-LEAVE   VALUE 'L'.
           88 LR-MGR-TERMINATED VALUE 'T'.
           88 LR-MGR-MISSING    VALUE 'X'.
       01  WS-LR-MGR-NAME       PIC X(42).
       01  WS-LR-EMP-NAME       PIC X(42).
       01  WS-LR-OUTSTANDING    PIC 9(4)V9(1).
       01  WS-LR-PROJECTED      PIC S9(4)V9(1).
       01  WS-LR-SEQ            PIC 9(3).
       01  WS-LR-PICK-BUF       PIC X(3).
       01  WS-LR-PICK           PIC 9(3).
       01  WS-LR-DECISION       PIC X(1).
       01  WS-LR-QUEUED         PIC 9(5) VALUE ZERO.
       01  WS-LR-POSTED         PIC 9(5) VALUE ZERO.
       01  WS-LR-CANCELLED      PIC 9(5) VALUE ZERO.
       01  WS-LR-WAITING        PIC 9(5) VALUE ZERO.
       01  WS-LR-LISTED         PIC 9(5) VALUE ZERO.
       01  WS-LR-MGR-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-LR-CURRENT-MGR    PIC 9(6).
       01  WS-LR-STATUS-TEXT    PIC X(9).
       01  WS-LR-WARN-TEXT      PIC X(12).
       01  WS-LR-DAYS-SHOW      PIC Z9.9.
       01  WS-LR-READY-FLAG     PIC X(1) VALUE 'N'.
           88 LR-READY          VALUE 'Y'.
       01  WS-LAC-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-PRB-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-PRB-EOF           PIC X(1) VALUE 'N'.
           88 PRB-EOF           VALUE 'Y'.
       01  WS-PB-DEFAULT-MONTHS PIC 9(2) VALUE 6.
       01  WS-PB-OLD-HIRE-DATE  PIC 9(8).
       01  WS-PB-OLD-JOB-CODE   PIC X(4).
       01  WS-PB-MONTHS         PIC 9(2).
       01  WS-PB-BASE-DATE      PIC 9(8).
       01  WS-PB-RESULT-DATE    PIC 9(8).
       01  WS-PB-MONTH-NUM      PIC 9(6).
       01  WS-PB-DAY            PIC 9(2).
       01  WS-PB-CHOICE         PIC X(1).
       01  WS-PB-EXT-BUF        PIC X(1).
           88 PB-EXT-VALID      VALUE '1' THRU '6'.
       01  WS-PB-HORIZON        PIC 9(8).
       01  WS-PB-DAY-INT        PIC 9(7).
       01  WS-PB-LISTED         PIC 9(5) VALUE ZERO.
       01  WS-PB-OVERDUE        PIC 9(5) VALUE ZERO.
       01  WS-PB-MGR-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-PB-CURRENT-MGR    PIC 9(6).
       01  WS-PB-MGR-NAME       PIC X(40).
       01  WS-PB-FLAG-TEXT      PIC X(12).
       01  WS-PB-READY-FLAG     PIC X(1) VALUE 'N'.
           88 PB-READY          VALUE 'Y'.
       01  WS-BF-TRIGGER-BUF    PIC X(9).
       01  WS-BF-TRIGGERS REDEFINES WS-BF-TRIGGER-BUF.
           05  WS-BF-TRIGGER-1      PIC 9(3).
           05  WS-BF-TRIGGER-2      PIC 9(3).
           05  WS-BF-TRIGGER-3      PIC 9(3).
       01  WS-BF-READY-FLAG     PIC X(1) VALUE 'N'.
           88 BF-READY          VALUE 'Y'.
       01  WS-BF-GROUP-MODE     PIC X(1).
           88 BF-BY-DEPT        VALUE 'D'.
           88 BF-BY-MANAGER     VALUE 'M'.
       01  WS-BF-WINDOW-START   PIC 9(8).
       01  WS-BF-WINDOW-END     PIC 9(8).
       01  WS-BF-CURRENT-EMP    PIC 9(6).
       01  WS-BF-SPELLS         PIC 9(3).
       01  WS-BF-DAYS           PIC 9(3)V9(1).
       01  WS-BF-WEEKEND        PIC 9(3).
       01  WS-BF-SCORE          PIC 9(7).
       01  WS-BF-IN-SPELL-FLAG  PIC X(1) VALUE 'N'.
           88 BF-IN-SPELL       VALUE 'Y'.
       01  WS-BF-SPELL-START    PIC 9(7).
       01  WS-BF-SPELL-END      PIC 9(7).
       01  WS-BF-ABS-START      PIC 9(7).
       01  WS-BF-ABS-END        PIC 9(7).
       01  WS-BF-NEXT-WORKDAY   PIC 9(7).
       01  WS-BF-DAY-INT        PIC 9(7).
       01  WS-BF-WEEKDAY        PIC 9(1).
       01  WS-BF-STEPS          PIC 9(3).
       01  WS-BF-FLAGGED        PIC 9(5) VALUE ZERO.
       01  WS-BF-GROUP-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-BF-CURRENT-GROUP  PIC 9(6).
       01  WS-BF-FIRST-FLAG     PIC X(1) VALUE 'Y'.
       01  WS-BF-LEVEL-TEXT     PIC X(7).
       01  WS-BF-PATTERN-TEXT   PIC X(15).
       01  WS-BF-SCORE-SHOW     PIC Z(6)9.
       01  WS-BF-DAYS-SHOW      PIC ZZ9.9.
       01  WS-BF-SPELLS-SHOW    PIC ZZ9.
       01  WS-BF-WEEKEND-SHOW   PIC ZZ9.
       01  WS-BF-PER-HEAD       PIC 9(3)V9(2).
       01  WS-BF-PER-HEAD-SHOW  PIC ZZ9.99.
       01  WS-BF-HEADS-SHOW     PIC ZZZZ9.
       01  WS-BF-DEPT-SPELLS-SHOW PIC ZZZZ9.
       01  WS-BF-GROUP-NAME     PIC X(40).
       01  WS-BF-TOTAL-DAYS-SHOW PIC ZZZZ9.9.
       01  WS-BF-ROW            PIC 9(3).
       01  WS-BF-TOTAL-HEADS    PIC 9(5).
       01  WS-BF-TOTAL-DAYS     PIC 9(5)V9(1).
       01  WS-BF-TOTAL-SPELLS   PIC 9(5).
       01  WS-BF-SUB            PIC 9(4).
       01  WS-BF-OVERFLOW-FLAG  PIC X(1) VALUE 'N'.
           88 BF-OVERFLOW       VALUE 'Y'.
      *> Employees with any sickness in the window; the dept rows
      *> follow the dept table with row 101 for unknown depts
       01  WS-BF-TABLE.
           05  WS-BF-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-BF-ENTRY OCCURS 1000 TIMES.
               10  WS-BF-EMPLOYEE-ID    PIC 9(6).
               10  WS-BF-NAME           PIC X(24).
               10  WS-BF-DEPT           PIC 9(3).
               10  WS-BF-MANAGER-ID     PIC 9(6).
               10  WS-BF-E-SPELLS       PIC 9(3).
               10  WS-BF-E-DAYS         PIC 9(3)V9(1).
               10  WS-BF-E-WEEKEND      PIC 9(3).
               10  WS-BF-E-SCORE        PIC 9(7).
       01  WS-BF-DEPT-TABLE.
           05  WS-BF-DEPT-ROW OCCURS 101 TIMES.
               10  WS-BF-HEADS          PIC 9(5).
               10  WS-BF-SICK-SPELLS    PIC 9(5).
               10  WS-BF-SICK-DAYS      PIC 9(5)V9(1).
       01  WS-LAC-EOF           PIC X(1) VALUE 'N'.
           88 LAC-EOF           VALUE 'Y'.
       01  WS-ABS-EOF           PIC X(1) VALUE 'N'.
           88 ABS-EOF           VALUE 'Y'.
       01  WS-LCF-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-LC-FILE-NAME      PIC X(20).
       01  WS-LC-YEAR-BUF       PIC X(4).
       01  WS-LC-YEAR           PIC 9(4).
       01  WS-LC-YEAR-END       PIC 9(8).
       01  WS-LC-YEAR-START     PIC 9(8).
       01  WS-LC-MAX-BUF        PIC X(3).
       01  WS-LC-MAX-BUF-N REDEFINES WS-LC-MAX-BUF
                                PIC 9(3).
       01  WS-CARRY-OVER-MAX    PIC 9(3)V9(1) VALUE 10.0.
       01  WS-LC-READY-FLAG     PIC X(1) VALUE 'N'.
           88 LC-READY          VALUE 'Y'.
       01  WS-LC-OVERFLOW-FLAG  PIC X(1) VALUE 'N'.
           88 LC-OVERFLOW       VALUE 'Y'.
       01  WS-LC-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88 LC-ENTRY-FOUND    VALUE 'Y'.
       01  WS-LC-LOOKUP-ID      PIC 9(6).
       01  WS-LC-SUB            PIC 9(4).
       01  WS-LC-CURRENT        PIC S9(4)V9(1).
       01  WS-LC-YEAR-BAL       PIC S9(4)V9(1).
       01  WS-LC-OPENING        PIC S9(4)V9(1).
       01  WS-LC-TAKEN          PIC 9(4)V9(1).
       01  WS-LC-FORFEIT        PIC 9(4)V9(1).
       01  WS-LC-CLOSING        PIC S9(4)V9(1).
       01  WS-LC-FLAG           PIC X(1).
       01  WS-LC-SHOW           PIC -(4)9.9.
       01  WS-LC-NAME           PIC X(42).
       01  WS-LC-MGR-NAME       PIC X(42).
       01  WS-LC-CLOSED         PIC 9(5) VALUE ZERO.
       01  WS-LC-FORFEIT-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-LC-DEDUCT-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-LC-FORFEIT-TOTAL  PIC 9(6)V9(1) VALUE ZERO.
      *> Year activity per employee from the accrual log and
      *> ABSENCE.txt; POST- amounts fall after the year being closed;
      *> the last entry is a zero entry for anyone with no activity
       01  WS-LC-TABLE.
           05  WS-LC-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-LC-ENTRY OCCURS 2001 TIMES.
               10  WS-LC-EMPLOYEE-ID    PIC 9(6).
               10  WS-LC-ACCRUED        PIC 9(3)V9(1).
               10  WS-LC-VACATION       PIC 9(3)V9(1).
               10  WS-LC-SICK           PIC 9(3)V9(1).
               10  WS-LC-PERSONAL       PIC 9(3)V9(1).
               10  WS-LC-POST-ACCRUED   PIC 9(3)V9(1).
               10  WS-LC-POST-TAKEN     PIC 9(3)V9(1).
       01  WS-TC-YEAR-BUF       PIC X(4).
       01  WS-TC-YEAR-N REDEFINES WS-TC-YEAR-BUF PIC 9(4).
       01  WS-TC-AS-OF          PIC 9(8).
       01  WS-TC-READY-FLAG     PIC X(1) VALUE 'N'.
           88 TC-READY          VALUE 'Y'.
       01  WS-TC-WRITTEN        PIC 9(5) VALUE ZERO.
       01  WS-TC-LB-FLAG        PIC X(1) VALUE 'N'.
           88 TC-LB-OPEN        VALUE 'Y'.
       01  WS-TC-HIRE-DATE      PIC 9(8).
       01  WS-TC-HIRE-YEAR      PIC 9(4).
       01  WS-TC-YEARS-CALC     PIC 9(3).
       01  WS-TC-YEARS          PIC 9(2).
       01  WS-TC-NEXT-ANNIV     PIC 9(8).
       01  WS-TC-ANNIV-NO       PIC 9(2).
       01  WS-TC-CHANGE-DATE-X  PIC X(8).
       01  WS-TC-CHANGE-DATE REDEFINES WS-TC-CHANGE-DATE-X
                                PIC 9(8).
       01  WS-TC-CHANGES        PIC 9(3).
       01  WS-TC-SAL-EOF        PIC X(1) VALUE 'N'.
           88 TC-SAL-EOF        VALUE 'Y'.
       01  WS-TC-SAL-OVERFLOW-FLAG PIC X(1) VALUE 'N'.
           88 TC-SAL-OVERFLOW   VALUE 'Y'.
       01  WS-TC-SAL-SUB        PIC 9(4).
       01  WS-TC-PCT            PIC S9(3)V9(1).
       01  WS-TC-PCT-SHOW       PIC -ZZ9.9.
       01  WS-TC-OLD-SHOW       PIC Z,ZZZ,ZZ9.99.
       01  WS-TC-NEW-SHOW       PIC Z,ZZZ,ZZ9.99.
       01  WS-TC-MIN-SHOW       PIC Z,ZZZ,ZZ9.
       01  WS-TC-MAX-SHOW       PIC Z,ZZZ,ZZ9.
       01  WS-TC-YEARS-SHOW     PIC Z9.
       01  WS-TC-COUNT-SHOW     PIC ZZZZ9.
       01  WS-TC-TAKEN          PIC S9(4)V9(1).
       01  WS-TC-REMAIN         PIC S9(4)V9(1).
       01  WS-TC-ROW            PIC 9(3).
       01  WS-TC-TOTAL          PIC 9(5).
      *> Salary changes made in the statement year, in SALHIST
      *> order
       01  WS-TC-SAL-TABLE.
           05  WS-TC-SAL-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-TC-SAL-ENTRY OCCURS 3000 TIMES.
               10  WS-TC-SAL-EMP        PIC 9(6).
               10  WS-TC-SAL-DATE       PIC 9(8).
               10  WS-TC-SAL-OLD        PIC 9(7)V9(2).
               10  WS-TC-SAL-NEW        PIC 9(7)V9(2).
      *> Statements per dept, rows following the dept table with
      *> row 101 for depts not on DEPT-MASTER
       01  WS-TC-DEPT-TABLE.
           05  WS-TC-DEPT-COUNT OCCURS 101 TIMES PIC 9(5).

       01  WS-SAL-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-JOB-CODE-BUFFER   PIC X(4).
       01  WS-JOB-TITLE-WORK    PIC X(20).
       01  WS-JOB-GRADE-MIN     PIC 9(7).
       01  WS-JOB-GRADE-MAX     PIC 9(7).
       01  WS-JOB-PROB-MONTHS   PIC 9(2).
       01  WS-JOB-SUB           PIC 9(3).
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-JOB-ENTRY OCCURS 100 TIMES.
               10  WS-JT-CODE       PIC X(4).
               10  WS-JT-TITLE      PIC X(20).
               10  WS-JT-GRADE-MIN  PIC 9(7).
               10  WS-JT-GRADE-MAX  PIC 9(7).
       01  WS-SALARY-BUFFER     PIC X(9).
       01  WS-SALARY-BUFFER-N REDEFINES WS-SALARY-BUFFER
                                PIC 9(7)V9(2).
       01  WS-BUDGET-VARIANCE   PIC S9(5).
       01  WS-VARIANCE-SHOW     PIC -(4)9.

       01  WS-MPT-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-MWK-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-MWT-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-MPT-EOF           PIC X(1) VALUE 'N'.
           88 MPT-EOF           VALUE 'Y'.
       01  WS-MWK-EOF           PIC X(1) VALUE 'N'.
           88 MWK-EOF           VALUE 'Y'.
       01  WS-MERIT-FOUND-FLAG  PIC X(1) VALUE 'N'.
           88 MERIT-RATE-FOUND  VALUE 'Y'.
       01  WS-MERIT-SUB         PIC 9(3).
       01  WS-MERIT-TABLE.
           05  WS-MERIT-RATE-COUNT  PIC 9(3) VALUE ZERO.
           05  WS-MERIT-ENTRY OCCURS 200 TIMES.
               10  WS-MR-KEY-TYPE   PIC X(1).
               10  WS-MR-KEY        PIC X(4).
               10  WS-MR-PERCENT    PIC 9(2)V9(2).
       01  WS-MERIT-KEY         PIC X(4).
       01  WS-MERIT-PERCENT     PIC 9(2)V9(2).
       01  WS-MERIT-PCT-SHOW    PIC Z9.99.
       01  WS-MERIT-PROPOSED    PIC 9(7)V9(2).
       01  WS-MERIT-NEW         PIC 9(7)V9(2).
       01  WS-MERIT-OVER        PIC 9(7)V9(2).
       01  WS-MERIT-GRADE-MAX   PIC 9(7)V9(2).
       01  WS-MERIT-NEW-SHOW    PIC Z(6)9.9(2).
       01  WS-MERIT-OVER-SHOW   PIC Z(6)9.9(2).
       01  WS-MERIT-AMOUNT-SHOW PIC Z(8)9.9(2).
       01  WS-MERIT-LISTED      PIC 9(5) VALUE ZERO.
       01  WS-MERIT-PROPOSALS   PIC 9(5) VALUE ZERO.
       01  WS-MERIT-NO-RATE     PIC 9(5) VALUE ZERO.
       01  WS-MERIT-APPLIED     PIC 9(5) VALUE ZERO.
       01  WS-MERIT-HELD        PIC 9(5) VALUE ZERO.
       01  WS-MERIT-SKIPPED     PIC 9(5) VALUE ZERO.
       01  WS-MERIT-DEPT-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-MERIT-DEPT-OLD    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MERIT-DEPT-NEW    PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MERIT-DEPT-OVER   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MERIT-TOTAL-OLD   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MERIT-TOTAL-NEW   PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MERIT-TOTAL-OVER  PIC 9(9)V9(2) VALUE ZERO.
       01  WS-MERIT-EFF-BUF     PIC X(8) VALUE SPACES.
       01  WS-MERIT-DATE-FLAG   PIC X(1) VALUE 'Y'.
           88 MERIT-DATE-OK     VALUE 'Y'.

       01  WS-XH-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-XH-EOF            PIC X(1) VALUE 'N'.
           88 XH-EOF            VALUE 'Y'.
       01  WS-XFER-OLD-DEPT     PIC 9(3).
       01  WS-GLJ-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-GL-FILE-NAME      PIC X(20).
       01  WS-GL-MONTH          PIC X(6) VALUE SPACES.
       01  WS-GL-MONTH-START    PIC 9(8).
       01  WS-GL-MONTH-END      PIC 9(8).
       01  WS-GL-NEXT-START     PIC 9(8).
       01  WS-GL-MONTH-DAYS     PIC 9(2).
       01  WS-GL-EMP-START      PIC 9(8).
       01  WS-GL-EMP-END        PIC 9(8).
       01  WS-GL-SEG-START      PIC 9(8).
       01  WS-GL-SEG-END        PIC 9(8).
       01  WS-GL-SEG-DEPT       PIC 9(3).
       01  WS-GL-SEG-DAYS       PIC 9(2).
       01  WS-GL-SEG-COST       PIC 9(7)V9(2).
       01  WS-GL-EMP-COST       PIC 9(7)V9(2).
       01  WS-GL-EMP-FULL       PIC 9(7)V9(2).
       01  WS-GL-EMP-DAYS       PIC 9(2).
       01  WS-GL-XFER-FLAG      PIC X(1) VALUE 'N'.
           88 GL-EMP-TRANSFERRED VALUE 'Y'.
       01  WS-GL-EVENT-TEXT     PIC X(14).
       01  WS-GL-ACTIVE-ANNUAL  PIC 9(11)V9(2) VALUE ZERO.
       01  WS-GL-ACTIVE-MONTHLY PIC S9(9)V9(2) VALUE ZERO.
       01  WS-GL-HIRE-ADJ       PIC S9(9)V9(2) VALUE ZERO.
       01  WS-GL-OTHER-ADJ      PIC S9(9)V9(2) VALUE ZERO.
       01  WS-GL-TERM-COST      PIC S9(9)V9(2) VALUE ZERO.
       01  WS-GL-TIE-TOTAL      PIC S9(9)V9(2) VALUE ZERO.
       01  WS-GL-DIFFERENCE     PIC S9(9)V9(2) VALUE ZERO.
       01  WS-GL-TOTAL          PIC 9(9)V9(2) VALUE ZERO.
       01  WS-GL-DEPT-TOTAL     PIC 9(9)V9(2) VALUE ZERO.
       01  WS-GL-SIGNED-SHOW    PIC -(9)9.9(2).
       01  WS-GL-AMOUNT-SHOW    PIC Z(8)9.9(2).
       01  WS-GL-ANNUAL-SHOW    PIC Z(10)9.9(2).
       01  WS-GL-COSTED         PIC 9(5) VALUE ZERO.
       01  WS-GL-PRORATED       PIC 9(5) VALUE ZERO.
       01  WS-GL-RECORDS        PIC 9(6) VALUE ZERO.
       01  WS-GL-OVERFLOW-FLAG  PIC X(1) VALUE 'N'.
           88 GL-OVERFLOW       VALUE 'Y'.
       01  WS-GL-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88 GL-ENTRY-FOUND    VALUE 'Y'.
       01  WS-GL-SUB            PIC 9(3).
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-GL-ENTRY OCCURS 500 TIMES.
               10  WS-GL-DEPT       PIC 9(3).
               10  WS-GL-JOB        PIC X(4).
               10  WS-GL-AMOUNT     PIC 9(9)V9(2).
               10  WS-GL-HEADS      PIC 9(5).
       01  WS-GX-SUB            PIC 9(3).
       01  WS-GL-XFER-TABLE.
           05  WS-GX-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-GX-ENTRY OCCURS 300 TIMES.
               10  WS-GX-EMPLOYEE-ID  PIC 9(6).
               10  WS-GX-DATE         PIC 9(8).
               10  WS-GX-OLD-DEPT     PIC 9(3).
       01  WS-GL-HEADER.
           05  WS-GLH-TYPE        PIC X(1).
           05  WS-GLH-PERIOD      PIC X(6).
           05  WS-GLH-RUN-DATE    PIC 9(8).
       01  WS-GL-DETAIL.
           05  WS-GLD-TYPE        PIC X(1).
           05  WS-GLD-PERIOD      PIC X(6).
           05  WS-GLD-DEPT        PIC 9(3).
           05  WS-GLD-JOB         PIC X(4).
           05  WS-GLD-DR-CR       PIC X(1).
           05  WS-GLD-AMOUNT      PIC 9(9)V9(2).
           05  WS-GLD-HEADS       PIC 9(5).
       01  WS-GL-TRAILER.
           05  WS-GLT-TYPE        PIC X(1).
           05  WS-GLT-COUNT       PIC 9(6).
           05  WS-GLT-DEBITS      PIC 9(11)V9(2).
           05  WS-GLT-CREDITS     PIC 9(11)V9(2).

       01  WS-EHX-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-EHX-EOF           PIC X(1) VALUE 'N'.
           88 EHX-EOF           VALUE 'Y'.
       01  WS-TO-MONTH          PIC X(6).
       01  WS-TO-MONTH-START    PIC 9(8).
       01  WS-TO-MONTH-END      PIC 9(8).
       01  WS-TO-NEXT-START     PIC 9(8).
       01  WS-TO-YEAR-START     PIC 9(8).
       01  WS-TO-ASOF-DATE      PIC 9(8).
       01  WS-TO-BAND           PIC 9(1).
       01  WS-TO-ROW            PIC 9(3).
       01  WS-TO-BAND-SUB       PIC 9(1).
       01  WS-TO-TERM-SERVICE   PIC 9(4).
       01  WS-TO-ARCHIVES       PIC 9(3) VALUE ZERO.
       01  WS-TO-ARCHIVED-TERMS PIC 9(5) VALUE ZERO.
       01  WS-TO-MONTH-TOTAL    PIC 9(5) VALUE ZERO.
       01  WS-TO-YEAR-TOTAL     PIC 9(5) VALUE ZERO.
       01  WS-TO-SKIP-FLAG      PIC X(1) VALUE 'N'.
           88 TO-SKIP-ARCHIVED  VALUE 'Y'.
       01  WS-TO-READY-FLAG     PIC X(1) VALUE 'N'.
           88 TO-READY          VALUE 'Y'.
       01  WS-TO-RATE           PIC 9(5)V9(2).
       01  WS-TO-RATE-SHOW      PIC ZZZ9.99.
       01  WS-TO-YEAR-RATE-SHOW PIC ZZZ9.99.
       01  WS-TO-BAND-LABEL     PIC X(9).
       01  WS-TO-LINE-COUNTS.
           05  WS-TO-L-OPEN         PIC 9(5).
           05  WS-TO-L-CLOSE        PIC 9(5).
           05  WS-TO-L-TERMS        PIC 9(5).
           05  WS-TO-L-YR-OPEN      PIC 9(5).
           05  WS-TO-L-YR-TERMS     PIC 9(5).
       01  WS-TO-SHOW-OPEN      PIC ZZZZ9.
       01  WS-TO-SHOW-CLOSE     PIC ZZZZ9.
       01  WS-TO-SHOW-TERMS     PIC ZZZZ9.
       01  WS-TO-SHOW-YR-OPEN   PIC ZZZZ9.
       01  WS-TO-SHOW-YR-TERMS  PIC ZZZZ9.
      *> Rows 1-100 follow the dept table; row 101 holds any dept
      *> that is no longer on DEPT-MASTER; bands are <1, 1-4, 5-9
      *> and 10+ years of service
       01  WS-TO-TABLE.
           05  WS-TO-DEPT-ROW OCCURS 101 TIMES.
               10  WS-TO-BAND-CELL OCCURS 4 TIMES.
                   15  WS-TO-HC-OPEN    PIC 9(5).
                   15  WS-TO-HC-CLOSE   PIC 9(5).
                   15  WS-TO-TERMS      PIC 9(5).
                   15  WS-TO-HC-YR-OPEN PIC 9(5).
                   15  WS-TO-YR-TERMS   PIC 9(5).
       01  WS-TO-EARLY-SUB      PIC 9(3).
       01  WS-TO-EARLY-OVERFLOW PIC X(1) VALUE 'N'.
           88 TO-EARLY-OVERFLOW VALUE 'Y'.
       01  WS-TO-EARLY-TABLE.
           05  WS-TO-EARLY-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-TO-EARLY-ENTRY OCCURS 300 TIMES.
               10  WS-TE-DEPT           PIC 9(3).
               10  WS-TE-EMPLOYEE-ID    PIC 9(6).
               10  WS-TE-NAME           PIC X(25).
               10  WS-TE-JOB            PIC X(4).
               10  WS-TE-HIRE-DATE      PIC 9(8).
               10  WS-TE-TERM-DATE      PIC 9(8).
               10  WS-TE-REPORTS-TO     PIC 9(6).

       01  WS-CURRENT-JOB       PIC X(4).
       01  WS-COMPA-GRADED-FLAG PIC X(1) VALUE 'N'.
           88 COMPA-GRADED      VALUE 'Y'.
       01  WS-COMPA-MIDPOINT    PIC 9(7)V9(2).
       01  WS-COMPA-RATIO       PIC 9(2)V9(3).
       01  WS-COMPA-AVERAGE     PIC 9(2)V9(3).
       01  WS-COMPA-SHOW        PIC Z9.999.
       01  WS-COMPA-MIN-SHOW    PIC Z(6)9.
       01  WS-COMPA-MID-SHOW    PIC Z(6)9.
       01  WS-COMPA-MAX-SHOW    PIC Z(6)9.
       01  WS-COMPA-FLAG-TEXT   PIC X(10).
       01  WS-COMPA-LISTED      PIC 9(5) VALUE ZERO.
       01  WS-COMPA-DEPT-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-COMPA-DEPT-SUM    PIC 9(7)V9(3) VALUE ZERO.
       01  WS-COMPA-DEPT-BELOW  PIC 9(5) VALUE ZERO.
       01  WS-COMPA-DEPT-ABOVE  PIC 9(5) VALUE ZERO.
       01  WS-COMPA-TOTAL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-COMPA-TOTAL-SUM   PIC 9(7)V9(3) VALUE ZERO.
       01  WS-COMPA-TOTAL-BELOW PIC 9(5) VALUE ZERO.
       01  WS-COMPA-TOTAL-ABOVE PIC 9(5) VALUE ZERO.

       01  WS-RECORD-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CHECKPOINT-INTERVAL   PIC 9(3) VALUE 5.
       01  WS-SESSION-ADDED         PIC 9(5) VALUE ZERO.
               END-IF
               END-IF
           END-IF
           DISPLAY "Build merit increase preview worksheet? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 460-MERIT-PREVIEW
           END-IF
           DISPLAY "Commit approved merit increases? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               IF NOT UPDATE-ALLOWED
                   PERFORM 016-REFUSE-LOCKED
               ELSE
               IF WS-OPERATOR-ROLE = 'S'
                   PERFORM 470-MERIT-COMMIT
               ELSE
                   MOVE ZERO TO WS-AUDIT-EMPLOYEE-ID
                   PERFORM 012-LOG-PRIV-REFUSAL
               END-IF
               END-IF
           END-IF
           PERFORM 100-ENTER-RECORDS
           DISPLAY "Review pending transactions? (Y/N) "
           ACCEPT WS-REPLY
                   PERFORM 016-REFUSE-LOCKED
               END-IF
           END-IF
           DISPLAY "Enter leave requests for approval? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               IF UPDATE-ALLOWED
                   PERFORM 830-LEAVE-REQUEST-ENTRY
               ELSE
                   PERFORM 016-REFUSE-LOCKED
               END-IF
           END-IF
           DISPLAY "Record manager decisions on leave requests? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               IF UPDATE-ALLOWED
                   PERFORM 837-LEAVE-REQUEST-DECISION
               ELSE
                   PERFORM 016-REFUSE-LOCKED
               END-IF
           END-IF
           DISPLAY "Post approved leave that has fallen due? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               IF UPDATE-ALLOWED
                   PERFORM 840-POST-APPROVED-LEAVE
               ELSE
                   PERFORM 016-REFUSE-LOCKED
               END-IF
           END-IF
           DISPLAY "Generate outstanding leave requests listing? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 845-LEAVE-REQUEST-REPORT
           END-IF
           DISPLAY "Run vacation accrual? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 810-LEAVE-LIABILITY-REPORT
           END-IF
           DISPLAY "Generate probation reviews-due listing? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 340-PROBATION-REVIEW-REPORT
           END-IF
           DISPLAY "Generate Bradford factor absence report? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 860-BRADFORD-REPORT
           END-IF
           DISPLAY "Run year-end leave close and statements? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               IF NOT UPDATE-ALLOWED
                   PERFORM 016-REFUSE-LOCKED
               ELSE
               IF WS-OPERATOR-ROLE = 'S'
                   PERFORM 815-LEAVE-YEAR-END-CLOSE
               ELSE
                   MOVE ZERO TO WS-AUDIT-EMPLOYEE-ID
                   PERFORM 012-LOG-PRIV-REFUSAL
               END-IF
               END-IF
           END-IF
           DISPLAY "Produce total-compensation statements? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 350-COMP-STATEMENTS
           END-IF
           DISPLAY "Generate budget variance report? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 290-BUDGET-VARIANCE-REPORT
           END-IF
           DISPLAY "Generate compa-ratio report? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 310-COMPA-RATIO-REPORT
           END-IF
           DISPLAY "Generate payroll extract? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 270-PAYROLL-EXTRACT
           END-IF
           DISPLAY "Generate retro pay adjustment file? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               IF UPDATE-ALLOWED
                   PERFORM 660-RETRO-PAY-FILE
               ELSE
                   PERFORM 016-REFUSE-LOCKED
               END-IF
           END-IF
           DISPLAY "Generate benefits eligibility feed? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 750-AUDIT-ARCHIVE
           END-IF
           DISPLAY "Run month-end GL labor-cost distribution? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 620-GL-LABOR-DISTRIBUTION
           END-IF
           DISPLAY "Generate turnover and attrition report? (Y/N) "
           ACCEPT WS-REPLY
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 320-TURNOVER-REPORT
           END-IF
           DISPLAY "Run retention purge of terminated employees?"
               " (Y/N) "
           ACCEPT WS-REPLY
                       WHEN 'EXTRACT'
                           PERFORM 270-PAYROLL-EXTRACT
                           MOVE WS-EXTRACT-WRITTEN TO WS-RUN-COUNT
                       WHEN 'RETRO'
                           IF UPDATE-ALLOWED
                               PERFORM 660-RETRO-PAY-FILE
                               MOVE WS-RETRO-SENT TO WS-RUN-COUNT
                               IF WS-RTA-OPEN-COUNT > ZERO
                                       OR RTA-OVERFLOW
                                   MOVE 8 TO WS-RUN-RC
                               END-IF
                           ELSE
                               PERFORM 043-LOG-LOCKED-SKIP
                           END-IF
                       WHEN 'ACK'
                           PERFORM 650-PAYROLL-ACK-PROCESS
                           MOVE WS-ACK-READ-COUNT TO WS-RUN-COUNT
                           MOVE RC-PARM(1:6) TO WS-ARCHIVE-MONTH
                           PERFORM 750-AUDIT-ARCHIVE
                           MOVE WS-ARCHIVED-COUNT TO WS-RUN-COUNT
                       WHEN 'TURNOVER'
                           MOVE RC-PARM(1:6) TO WS-TO-MONTH
                           PERFORM 320-TURNOVER-REPORT
                           MOVE WS-TO-YEAR-TOTAL TO WS-RUN-COUNT
                           IF NOT TO-READY
                               MOVE 8 TO WS-RUN-RC
                           END-IF
                       WHEN 'GLDIST'
                           MOVE RC-PARM(1:6) TO WS-GL-MONTH
                           PERFORM 620-GL-LABOR-DISTRIBUTION
                           MOVE WS-GL-RECORDS TO WS-RUN-COUNT
                           IF WS-GL-RECORDS = ZERO
                               MOVE 8 TO WS-RUN-RC
                           END-IF
                           IF (WS-GL-DIFFERENCE NOT = ZERO
                                   OR GL-OVERFLOW)
                                   AND WS-RUN-RC < 4
                               MOVE 4 TO WS-RUN-RC
                           END-IF
                       WHEN 'RECON'
                           PERFORM 600-RECONCILIATION-REPORT
                           MOVE WS-RECON-MASTER-COUNT TO WS-RUN-COUNT
                           ELSE
                               PERFORM 043-LOG-LOCKED-SKIP
                           END-IF
                       WHEN 'LEAVECLOSE'
                           IF UPDATE-ALLOWED
                               MOVE RC-PARM(1:4) TO WS-LC-YEAR-BUF
                               MOVE RC-PARM(5:3) TO WS-LC-MAX-BUF
                               PERFORM 815-LEAVE-YEAR-END-CLOSE
                               MOVE WS-LC-CLOSED TO WS-RUN-COUNT
                               IF NOT LC-READY
                                   MOVE 8 TO WS-RUN-RC
                               END-IF
                           ELSE
                               PERFORM 043-LOG-LOCKED-SKIP
                           END-IF
                       WHEN 'LVPOST'
                           IF UPDATE-ALLOWED
                               PERFORM 840-POST-APPROVED-LEAVE
                               MOVE WS-LR-POSTED TO WS-RUN-COUNT
                               IF NOT LR-READY
                                   MOVE 8 TO WS-RUN-RC
                               END-IF
                               IF WS-LR-CANCELLED > ZERO
                                       AND WS-RUN-RC < 4
                                   MOVE 4 TO WS-RUN-RC
                               END-IF
                           ELSE
                               PERFORM 043-LOG-LOCKED-SKIP
                           END-IF
                       WHEN 'LVREQRPT'
                           PERFORM 845-LEAVE-REQUEST-REPORT
                           MOVE WS-LR-LISTED TO WS-RUN-COUNT
                       WHEN 'TCSTMT'
                           MOVE RC-PARM(1:4) TO WS-TC-YEAR-BUF
                           PERFORM 350-COMP-STATEMENTS
                           MOVE WS-TC-WRITTEN TO WS-RUN-COUNT
                           IF NOT TC-READY
                               MOVE 8 TO WS-RUN-RC
                           END-IF
                           IF TC-SAL-OVERFLOW AND WS-RUN-RC < 4
                               MOVE 4 TO WS-RUN-RC
                           END-IF
                       WHEN 'PROBRPT'
                           PERFORM 340-PROBATION-REVIEW-REPORT
                           MOVE WS-PB-LISTED TO WS-RUN-COUNT
                           IF NOT PB-READY
                               MOVE 8 TO WS-RUN-RC
                           END-IF
                       WHEN 'BRADFORD'
                           MOVE RC-PARM(1:9) TO WS-BF-TRIGGER-BUF
                           PERFORM 860-BRADFORD-REPORT
                           MOVE WS-BF-FLAGGED TO WS-RUN-COUNT
                           IF NOT BF-READY
                               MOVE 8 TO WS-RUN-RC
                           END-IF
                           IF BF-OVERFLOW AND WS-RUN-RC < 4
                               MOVE 4 TO WS-RUN-RC
                           END-IF
                       WHEN 'LEAVERPT'
                           PERFORM 810-LEAVE-LIABILITY-REPORT
                           MOVE WS-LIAB-EMPLOYEES TO WS-RUN-COUNT
                       WHEN 'MERITPRV'
                           PERFORM 460-MERIT-PREVIEW
                           MOVE WS-MERIT-PROPOSALS TO WS-RUN-COUNT
                       WHEN 'MERITCMT'
                           IF UPDATE-ALLOWED
                               MOVE RC-PARM(1:8) TO WS-MERIT-EFF-BUF
                               PERFORM 470-MERIT-COMMIT
                               MOVE WS-MERIT-APPLIED TO WS-RUN-COUNT
                               IF NOT MERIT-DATE-OK
                                   MOVE 8 TO WS-RUN-RC
                               END-IF
                               IF WS-MERIT-SKIPPED > ZERO
                                       AND WS-RUN-RC < 4
                                   MOVE 4 TO WS-RUN-RC
                               END-IF
                           ELSE
                               PERFORM 043-LOG-LOCKED-SKIP
                           END-IF
                       WHEN 'COMPARPT'
                           PERFORM 310-COMPA-RATIO-REPORT
                           MOVE WS-COMPA-LISTED TO WS-RUN-COUNT
                       WHEN 'DEPTMAINT'
                       WHEN 'INQUIRY'
                           MOVE "  INTERACTIVE ONLY - SKIPPED"
                                   TO WS-AUDIT-EMPLOYEE-ID
                               MOVE "REHIRE" TO WS-AUDIT-ACTION
                               PERFORM 900-LOG-AUDIT-ENTRY
                               PERFORM 153-SET-PROBATION-END
                               PERFORM 113-CHECK-DEPT-BUDGET
                           ELSE
                               DISPLAY
                               TO WS-AUDIT-EMPLOYEE-ID
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM 900-LOG-AUDIT-ENTRY
                           PERFORM 153-SET-PROBATION-END
                           PERFORM 113-CHECK-DEPT-BUDGET
                           IF FUNCTION MOD(WS-RECORD-COUNT,
                                   WS-CHECKPOINT-INTERVAL) = 0
                   MOVE SPACES TO WS-JOB-TITLE-WORK
                   MOVE ZERO TO WS-JOB-GRADE-MIN
                   MOVE ZERO TO WS-JOB-GRADE-MAX
                   MOVE WS-PB-DEFAULT-MONTHS TO WS-JOB-PROB-MONTHS
                   OPEN INPUT JobMasterFile
                   PERFORM UNTIL JOB-EOF OR JOB-FOUND
                       READ JobMasterFile
                                       TO WS-JOB-GRADE-MIN
                                   MOVE JM-Grade-Max
                                       TO WS-JOB-GRADE-MAX
                                   IF JM-Prob-Months IS NUMERIC
                                           AND JM-Prob-Months > ZERO
                                       MOVE JM-Prob-Months
                                           TO WS-JOB-PROB-MONTHS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                       MOVE WS-NAME-BUFFER TO Last-Name OF
                           EmployeeRecordFormat
                   END-IF
                   MOVE Dept OF EmployeeRecordFormat
                       TO WS-XFER-OLD-DEPT
                   MOVE Hire-Date OF EmployeeRecordFormat
                       TO WS-PB-OLD-HIRE-DATE
                   MOVE Job-Code OF EmployeeRecordFormat
                       TO WS-PB-OLD-JOB-CODE
                   MOVE 'Y' TO WS-KEEP-CURRENT-OK
                   PERFORM 105-VALIDATE-HIRE-DATE
                   PERFORM 104-VALIDATE-DEPT
                   PERFORM 116-VALIDATE-JOB-CODE
                   PERFORM 146-VALIDATE-REPORTS-TO
                   MOVE 'N' TO WS-KEEP-CURRENT-OK
                   IF Dept OF EmployeeRecordFormat
                           NOT = WS-XFER-OLD-DEPT
                           AND Emp-Status OF EmployeeRecordFormat
                           NOT = 'T'
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO Status-Date OF EmployeeRecordFormat
                   END-IF
                   REWRITE EmployeeRecordFormat
                       INVALID KEY
                           DISPLAY "Unable to update record."
                               TO WS-AUDIT-EMPLOYEE-ID
                           MOVE "CHANGE" TO WS-AUDIT-ACTION
                           PERFORM 900-LOG-AUDIT-ENTRY
                           IF Emp-Status OF EmployeeRecordFormat
                                   NOT = 'T'
                               PERFORM 152-WRITE-TRANSFER-HISTORY
                           END-IF
                           IF Hire-Date OF EmployeeRecordFormat
                                   NOT = WS-PB-OLD-HIRE-DATE
                                   OR Job-Code OF EmployeeRecordFormat
                                   NOT = WS-PB-OLD-JOB-CODE
                               PERFORM 160-RESET-PROBATION-END
                           END-IF
                   END-REWRITE.

           *> Sets status Terminated, keeping the record for history;
                       PERFORM 016-REFUSE-LOCKED
                   ELSE
                   DISPLAY "Update (U), Terminate (T), Status (S),"
                       " Pay (P), Transfer (X), Probation (R),"
                       " Cancel (C)?"
                   ACCEPT WS-ACTION-CHOICE
                   EVALUATE WS-ACTION-CHOICE
                       WHEN 'X' WHEN 'x'
                           END-IF
                       WHEN 'S' WHEN 's'
                           PERFORM 124-SET-EMPLOYEE-STATUS
                       WHEN 'R' WHEN 'r'
                           IF WS-OPERATOR-ROLE = 'S'
                               PERFORM 155-PROBATION-REVIEW
                           ELSE
                               MOVE Employee-ID
                                   OF EmployeeRecordFormat
                                   TO WS-AUDIT-EMPLOYEE-ID
                               PERFORM 012-LOG-PRIV-REFUSAL
                           END-IF
                       WHEN OTHER
                           DISPLAY "No changes made."
                   END-EVALUATE
                           " is not on JOB-MASTER; no grade check."
                   END-IF
                   PERFORM 117-VALIDATE-SALARY
                   PERFORM 150-ACCEPT-SALARY-EFF-DATE
                   REWRITE EmployeeRecordFormat
                       INVALID KEY
                           DISPLAY "Unable to update salary."
                               TO WS-AUDIT-EMPLOYEE-ID
                           MOVE "SALARY" TO WS-AUDIT-ACTION
                           PERFORM 900-LOG-AUDIT-ENTRY
                           IF WS-SALARY-EFF-DATE < WS-TODAY-YYYYMMDD
                               PERFORM 151-QUEUE-RETRO-PAY
                           END-IF
                   END-REWRITE.

           *> Appends one old/new line to SALHIST.txt per change
                   MOVE WS-OLD-SALARY TO SH-OLD-SALARY
                   MOVE Salary OF EmployeeRecordFormat
                       TO SH-NEW-SALARY
                   MOVE WS-SALARY-EFF-DATE TO SH-EFF-DATE
                   OPEN EXTEND SalaryHistFile
                   IF WS-SAL-FILE-STATUS = '35'
                       OPEN OUTPUT SalaryHistFile
                           " No transfer made."
                   ELSE
                       MOVE EmployeeRecordFormat TO WS-EMP-SAVE
                       MOVE Dept OF EmployeeRecordFormat
                           TO WS-XFER-OLD-DEPT
                       MOVE 'N' TO WS-KEEP-CURRENT-OK
                       PERFORM 104-VALIDATE-DEPT
                       MOVE Dept OF EmployeeRecordFormat
                           MOVE "XFER" TO WS-PEND-ACTION
                           PERFORM 143-QUEUE-PENDING-ITEM
                       ELSE
                           MOVE WS-EFF-DATE-NUM
                               TO Status-Date OF EmployeeRecordFormat
                           REWRITE EmployeeRecordFormat
                               INVALID KEY
                                   DISPLAY "Unable to transfer record."
                                       TO WS-AUDIT-EMPLOYEE-ID
                                   MOVE "XFER" TO WS-AUDIT-ACTION
                                   PERFORM 900-LOG-AUDIT-ENTRY
                                   PERFORM 152-WRITE-TRANSFER-HISTORY
                           END-REWRITE
                       END-IF
                   END-IF.
                       PERFORM 900-LOG-AUDIT-ENTRY
                   END-IF.

           *> Accepts the date a salary change takes effect into
           *> WS-SALARY-EFF-DATE; blank means today, a past date
           *> means retro pay is owed for the periods since
           150-ACCEPT-SALARY-EFF-DATE.
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
                   MOVE 'N' TO WS-VALID-FIELD
                   PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                       DISPLAY
                        "Salary effective date YYYYMMDD (blank for"
                        " today, may be back-dated)"
                       ACCEPT WS-DATE-BUFFER
                       IF WS-DATE-BUFFER = SPACES
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-SALARY-EFF-DATE
                           MOVE 'Y' TO WS-VALID-FIELD
                       ELSE
                           PERFORM 111-CHECK-DATE-VALID
                           IF DATE-VALID
                               MOVE WS-EDIT-DATE-NUM
                                   TO WS-SALARY-EFF-DATE
                               MOVE 'Y' TO WS-VALID-FIELD
                           ELSE
                               DISPLAY
                            "Date must be a real date, not in the"
                            " future. Re-enter."
                           END-IF
                       END-IF
                   END-PERFORM.

           *> Queues retro pay for a back-dated salary change: the
           *> whole pay periods between the effective date (or the
           *> hire date, if later) and today were paid at the old rate
           151-QUEUE-RETRO-PAY.
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
                   MOVE WS-SALARY-EFF-DATE TO WS-RETRO-START
                   IF Hire-Date OF EmployeeRecordFormat
                           > WS-RETRO-START
                       MOVE Hire-Date OF EmployeeRecordFormat
                           TO WS-RETRO-START
                   END-IF
                   MOVE ZERO TO WS-RETRO-PERIODS
                   IF WS-RETRO-START < WS-TODAY-YYYYMMDD
                       COMPUTE WS-RETRO-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                           - FUNCTION INTEGER-OF-DATE(WS-RETRO-START)
                       COMPUTE WS-RETRO-PERIODS =
                           WS-RETRO-DAYS / WS-PAY-PERIOD-DAYS
                   END-IF
                   IF WS-RETRO-PERIODS = ZERO
                       DISPLAY "No pay period has closed since the"
                           " effective date; no retro pay due."
                   ELSE
                       COMPUTE WS-RETRO-AMOUNT ROUNDED =
                           (Salary OF EmployeeRecordFormat
                           - WS-OLD-SALARY) * WS-RETRO-PERIODS
                           / WS-PAY-PERIODS-YEAR
                       MOVE SPACES TO RetroQueueRecord
                       MOVE 'P' TO RQ-STATUS
                       MOVE Employee-ID OF EmployeeRecordFormat
                           TO RQ-EMPLOYEE-ID
                       MOVE WS-SALARY-EFF-DATE TO RQ-EFF-DATE
                       MOVE WS-TODAY-YYYYMMDD TO RQ-CHANGE-DATE
                       MOVE WS-OLD-SALARY TO RQ-OLD-SALARY
                       MOVE Salary OF EmployeeRecordFormat
                           TO RQ-NEW-SALARY
                       MOVE WS-RETRO-PERIODS TO RQ-PERIODS
                       MOVE WS-RETRO-AMOUNT TO RQ-AMOUNT
                       MOVE ZERO TO RQ-SENT-DATE
                       OPEN EXTEND RetroQueueFile
                       IF WS-RTQ-FILE-STATUS = '35'
                           OPEN OUTPUT RetroQueueFile
                       END-IF
                       WRITE RetroQueueRecord
                       CLOSE RetroQueueFile
                       MOVE WS-RETRO-AMOUNT TO WS-RETRO-SHOW
                       DISPLAY "Retro pay of " WS-RETRO-SHOW
                           " queued for " WS-RETRO-PERIODS
                           " pay period(s)."
                       MOVE Employee-ID OF EmployeeRecordFormat
                           TO WS-AUDIT-EMPLOYEE-ID
                       MOVE "RETRO-Q" TO WS-AUDIT-ACTION
                       PERFORM 900-LOG-AUDIT-ENTRY
                   END-IF.

           *> Appends a department move to XFERHIST.txt, dated by the
           *> Status-Date the move stamped, so month-end costing can
           *> split the month; the caller leaves the old dept in
           *> WS-XFER-OLD-DEPT, and a non-move writes nothing
           152-WRITE-TRANSFER-HISTORY.
                   IF Dept OF EmployeeRecordFormat
                           NOT = WS-XFER-OLD-DEPT
                       MOVE SPACES TO TransferHistRecord
                       MOVE Status-Date OF EmployeeRecordFormat
                           TO XH-DATE
                       MOVE Employee-ID OF EmployeeRecordFormat
                           TO XH-EMPLOYEE-ID
                       MOVE WS-XFER-OLD-DEPT TO XH-OLD-DEPT
                       MOVE Dept OF EmployeeRecordFormat
                           TO XH-NEW-DEPT
                       MOVE WS-OPERATOR-ID TO XH-OPERATOR-ID
                       OPEN EXTEND TransferHistFile
                       IF WS-XH-FILE-STATUS = '35'
                           OPEN OUTPUT TransferHistFile
                       END-IF
                       WRITE TransferHistRecord
                       CLOSE TransferHistFile
                   END-IF.

           *> Starts probation for a new hire or rehire; the length
           *> comes from JOB-MASTER by job code
           153-SET-PROBATION-END.
                   MOVE Job-Code OF EmployeeRecordFormat
                       TO WS-JOB-CODE-BUFFER
                   PERFORM 118-CHECK-JOB-EXISTS
                   MOVE Hire-Date OF EmployeeRecordFormat
                       TO WS-PB-BASE-DATE
                   MOVE WS-JOB-PROB-MONTHS TO WS-PB-MONTHS
                   PERFORM 154-ADD-PROBATION-MONTHS
                   PERFORM 159-OPEN-PROBATION-FILE
                   IF WS-PRB-FILE-STATUS = '00'
                       MOVE Employee-ID OF EmployeeRecordFormat
                           TO PB-EMPLOYEE-ID
                       MOVE Hire-Date OF EmployeeRecordFormat
                           TO PB-HIRE-DATE
                       MOVE WS-PB-RESULT-DATE TO PB-END-DATE
                       MOVE 'P' TO PB-STATUS
                       MOVE ZERO TO PB-EXTENSIONS
                       MOVE ZERO TO PB-DECIDED-DATE
                       MOVE SPACES TO PB-DECIDED-BY
                       WRITE ProbationRecord
                           INVALID KEY
                               REWRITE ProbationRecord
                       END-WRITE
                       CLOSE ProbationFile
                       DISPLAY "Probation ends " WS-PB-RESULT-DATE "."
                       MOVE Employee-ID OF EmployeeRecordFormat
                           TO WS-AUDIT-EMPLOYEE-ID
                       MOVE "PROB-SET" TO WS-AUDIT-ACTION
                       PERFORM 900-LOG-AUDIT-ENTRY
                   END-IF.

           *> WS-PB-BASE-DATE plus WS-PB-MONTHS into
           *> WS-PB-RESULT-DATE, held to the last day of a short month
           154-ADD-PROBATION-MONTHS.
                   MOVE WS-PB-BASE-DATE TO WS-EDIT-DATE-NUM
                   MOVE WS-ED-DD TO WS-PB-DAY
                   COMPUTE WS-PB-MONTH-NUM =
                       WS-ED-YYYY * 12 + WS-ED-MM - 1 + WS-PB-MONTHS
                   DIVIDE WS-PB-MONTH-NUM BY 12
                       GIVING WS-ED-YYYY REMAINDER WS-ED-MM
                   ADD 1 TO WS-ED-MM
                   MOVE 01 TO WS-ED-DD
                   MOVE WS-EDIT-DATE-NUM TO WS-DATE-BUFFER
                   PERFORM 119-CHECK-DATE-CALENDAR
                   IF WS-PB-DAY > WS-DAYS-IN-MONTH
                       MOVE WS-DAYS-IN-MONTH TO WS-ED-DD
                   ELSE
                       MOVE WS-PB-DAY TO WS-ED-DD
                   END-IF
                   MOVE WS-EDIT-DATE-NUM TO WS-PB-RESULT-DATE.

           *> Confirms, extends or fails an open probation; a failure
           *> queues the termination on the pending file
           155-PROBATION-REVIEW.
                   IF Emp-Status OF EmployeeRecordFormat = 'T'
                       DISPLAY "Employee is terminated. No probation"
                           " review."
                   ELSE
                       PERFORM 159-OPEN-PROBATION-FILE
                       IF WS-PRB-FILE-STATUS = '00'
                           MOVE Employee-ID OF EmployeeRecordFormat
                               TO PB-EMPLOYEE-ID
                           READ ProbationFile
                               INVALID KEY
                                   DISPLAY "No probation on file for"
                                       " this employee."
                               NOT INVALID KEY
                                   IF PB-STATUS = 'P'
                                           OR PB-STATUS = 'E'
                                       PERFORM 156-DECIDE-PROBATION
                                   ELSE
                                       DISPLAY "Probation already "
                                           "closed (" PB-STATUS
                                           ") on " PB-DECIDED-DATE "."
                                   END-IF
                           END-READ
                           CLOSE ProbationFile
                       END-IF
                   END-IF.

           *> Shows the probation and takes the reviewer's decision
           156-DECIDE-PROBATION.
                   DISPLAY "Probation from " PB-HIRE-DATE " ends "
                       PB-END-DATE ", extended " PB-EXTENSIONS
                       " time(s)."
                   DISPLAY "Confirm (C), Extend (E), Fail (F),"
                       " or Cancel (X)?"
                   ACCEPT WS-PB-CHOICE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
                   EVALUATE WS-PB-CHOICE
                       WHEN 'C' WHEN 'c'
                           MOVE 'C' TO PB-STATUS
                           MOVE "PROB-CONF" TO WS-AUDIT-ACTION
                           PERFORM 157-RECORD-PROBATION-OUTCOME
                       WHEN 'E' WHEN 'e'
                           PERFORM 158-EXTEND-PROBATION
                       WHEN 'F' WHEN 'f'
                           PERFORM 125-ACCEPT-EFFECTIVE-DATE
                           MOVE "TERM" TO WS-PEND-ACTION
                           MOVE 'T' TO WS-PEND-VALUE
                           PERFORM 143-QUEUE-PENDING-ITEM
                           PERFORM 141-SHOW-LEAVE-PAYOUT
                           MOVE 'F' TO PB-STATUS
                           MOVE "PROB-FAIL" TO WS-AUDIT-ACTION
                           PERFORM 157-RECORD-PROBATION-OUTCOME
                       WHEN OTHER
                           DISPLAY "No probation change made."
                   END-EVALUATE.

           *> Stamps who decided and when, then saves and audits it
           157-RECORD-PROBATION-OUTCOME.
                   MOVE WS-TODAY-YYYYMMDD TO PB-DECIDED-DATE
                   MOVE WS-OPERATOR-ID TO PB-DECIDED-BY
                   REWRITE ProbationRecord
                       INVALID KEY
                           DISPLAY "Unable to update probation."
                       NOT INVALID KEY
                           DISPLAY "Probation updated....."
                           MOVE PB-EMPLOYEE-ID
                               TO WS-AUDIT-EMPLOYEE-ID
                           PERFORM 900-LOG-AUDIT-ENTRY
                   END-REWRITE.

           *> Extends from the current end date, or from today when
           *> the review is already overdue
           158-EXTEND-PROBATION.
                   IF PB-EXTENSIONS >= 9
                       DISPLAY "Probation cannot be extended again."
                   ELSE
                       DISPLAY "Extend by how many months (1-6)?"
                       ACCEPT WS-PB-EXT-BUF
                       IF PB-EXT-VALID
                           IF PB-END-DATE < WS-TODAY-YYYYMMDD
                               MOVE WS-TODAY-YYYYMMDD
                                   TO WS-PB-BASE-DATE
                           ELSE
                               MOVE PB-END-DATE TO WS-PB-BASE-DATE
                           END-IF
                           MOVE WS-PB-EXT-BUF TO WS-PB-MONTHS
                           PERFORM 154-ADD-PROBATION-MONTHS
                           MOVE WS-PB-RESULT-DATE TO PB-END-DATE
                           MOVE 'E' TO PB-STATUS
                           ADD 1 TO PB-EXTENSIONS
                           MOVE "PROB-EXT" TO WS-AUDIT-ACTION
                           PERFORM 157-RECORD-PROBATION-OUTCOME
                           DISPLAY "Probation now ends " PB-END-DATE
                               "."
                       ELSE
                           DISPLAY "No probation change made."
                       END-IF
                   END-IF.

           *> Opens PROBATION.txt for update, creating it if missing
           159-OPEN-PROBATION-FILE.
                   OPEN I-O ProbationFile
                   IF WS-PRB-FILE-STATUS = '35'
                       OPEN OUTPUT ProbationFile
                       CLOSE ProbationFile
                       OPEN I-O ProbationFile
                   END-IF
                   IF WS-PRB-FILE-STATUS NOT = '00'
                       DISPLAY "Probation file did not open,"
                           " status " WS-PRB-FILE-STATUS "."
                   END-IF.

           *> Re-dates an untouched probation after its hire date or
           *> job code is corrected; reviewed ones are left alone
           160-RESET-PROBATION-END.
                   PERFORM 159-OPEN-PROBATION-FILE
                   IF WS-PRB-FILE-STATUS = '00'
                       MOVE Employee-ID OF EmployeeRecordFormat
                           TO PB-EMPLOYEE-ID
                       READ ProbationFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PB-STATUS = 'P'
                                   PERFORM 161-REWRITE-PROBATION-END
                               END-IF
                       END-READ
                       CLOSE ProbationFile
                   END-IF.

           *> Recomputes the end date from the current hire date
           161-REWRITE-PROBATION-END.
                   MOVE Job-Code OF EmployeeRecordFormat
                       TO WS-JOB-CODE-BUFFER
                   PERFORM 118-CHECK-JOB-EXISTS
                   MOVE Hire-Date OF EmployeeRecordFormat
                       TO WS-PB-BASE-DATE
                   MOVE WS-JOB-PROB-MONTHS TO WS-PB-MONTHS
                   PERFORM 154-ADD-PROBATION-MONTHS
                   MOVE Hire-Date OF EmployeeRecordFormat
                       TO PB-HIRE-DATE
                   MOVE WS-PB-RESULT-DATE TO PB-END-DATE
                   REWRITE ProbationRecord
                       INVALID KEY
                           DISPLAY "Unable to update probation."
                       NOT INVALID KEY
                           DISPLAY "Probation now ends " PB-END-DATE
                               "."
                           MOVE PB-EMPLOYEE-ID
                               TO WS-AUDIT-EMPLOYEE-ID
                           MOVE "PROB-SET" TO WS-AUDIT-ACTION
                           PERFORM 900-LOG-AUDIT-ENTRY
                   END-REWRITE.

           *> Display the formatted records in console output

       200-DISPLAY-RECORDS.
           OPEN INPUT EmployeeFile
           DISPLAY "EmployeeID  DeptCode  FirstName            "
               "LastName           ServiceYears Status".
           DISPLAY "-----------------------------------------"
               "---------------------------------------".
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL EOF
               PERFORM 300-WRITE-INTO-FILE
           END-PERFORM
           DISPLAY "-----------------------------------------"
               "---------------------------------------".
           CLOSE EmployeeFile.



       300-WRITE-INTO-FILE.
           READ EmployeeFile INTO EmployeeRecordFormat
           AT END
                SET EOF TO TRUE
           NOT AT END
            PERFORM 110-COMPUTE-SERVICE-YEARS
            IF WS-SERVICE-YEARS >= 5
            DISPLAY
            Employee-ID OF EmployeeRecordFormat
            "     " Dept OF EmployeeRecordFormat
            "     " First-Name OF EmployeeRecordFormat
            " " Last-Name OF EmployeeRecordFormat
                       DELIMITED BY SIZE INTO DeptRosterReportRecord
                   WRITE DeptRosterReportRecord.

           *> Fills the sort record from the employee just read, for
           *> the reports that sort the master before printing
           266-FILL-SORTED-EMPLOYEE.
                   MOVE Dept OF EmployeeRecordFormat TO SE-Dept
                   MOVE Last-Name OF EmployeeRecordFormat
                       TO SE-Last-Name
                   MOVE First-Name OF EmployeeRecordFormat
                       TO SE-First-Name
                   MOVE Employee-ID OF EmployeeRecordFormat
                       TO SE-Employee-ID
                   PERFORM 110-COMPUTE-SERVICE-YEARS
                   MOVE WS-SERVICE-YEARS TO SE-ServiceYears
                   MOVE Reports-To OF EmployeeRecordFormat
                       TO SE-Reports-To
                   MOVE Job-Code OF EmployeeRecordFormat
                       TO SE-Job-Code
                   MOVE Salary OF EmployeeRecordFormat TO SE-Salary
                   MOVE Emp-Status OF EmployeeRecordFormat
                       TO SE-Emp-Status.

           *> Payroll feed extract in the payroll system's interface
           *> layout
       270-PAYROLL-EXTRACT.
                   MOVE SPACES TO ReportingLineRecord
                   WRITE ReportingLineRecord.

           *> Compa-ratio report: each active or on-leave employee's
           *> salary against the JOB-MASTER grade range for their job,
           *> grouped by Dept then Job-Code, with the ratio of salary
           *> to range midpoint and out-of-range employees flagged
       310-COMPA-RATIO-REPORT.
           MOVE ZERO TO WS-COMPA-LISTED
           PERFORM 401-LOAD-DEPT-TABLE
           PERFORM 412-LOAD-JOB-TABLE
           SORT SortedEmployeeFile
               ON ASCENDING KEY SE-Dept SE-Job-Code SE-Last-Name
               INPUT PROCEDURE IS 311-COMPA-REPORT-INPUT
               OUTPUT PROCEDURE IS 312-COMPA-REPORT-OUTPUT
           DISPLAY "Compa-ratio report: " WS-COMPA-LISTED
               " employee(s), " WS-COMPA-TOTAL-BELOW " below min, "
               WS-COMPA-TOTAL-ABOVE " above max.".

           311-COMPA-REPORT-INPUT.
                   OPEN INPUT EmployeeFile
                   IF WS-EMP-FILE-STATUS = '00'
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL EOF
                           READ EmployeeFile
                               AT END
                                   SET EOF TO TRUE
                               NOT AT END
                                   IF Emp-Status OF EmployeeRecordFormat
                                           = 'T'
                                       CONTINUE
                                   ELSE
                                       PERFORM 266-FILL-SORTED-EMPLOYEE
                                       RELEASE SortedEmployeeRecord
                                       ADD 1 TO WS-COMPA-LISTED
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeFile
                   END-IF.

           312-COMPA-REPORT-OUTPUT.
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE SPACES TO WS-TODAY-DATE
                   STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                       DELIMITED BY SIZE INTO WS-TODAY-DATE
                   OPEN OUTPUT CompaReportFile
                   MOVE SPACES TO CompaReportRecord
                   STRING "Compa-Ratio Report - " WS-TODAY-DATE
                       DELIMITED BY SIZE INTO CompaReportRecord
                   WRITE CompaReportRecord
                   MOVE SPACES TO CompaReportRecord
                   STRING "Compa-ratio is salary divided by the grade"
                       " range midpoint (1.000 = midpoint)."
                       DELIMITED BY SIZE INTO CompaReportRecord
                   WRITE CompaReportRecord
                   MOVE ZERO TO WS-COMPA-TOTAL-COUNT
                   MOVE ZERO TO WS-COMPA-TOTAL-SUM
                   MOVE ZERO TO WS-COMPA-TOTAL-BELOW
                   MOVE ZERO TO WS-COMPA-TOTAL-ABOVE
                   MOVE ZERO TO WS-CURRENT-DEPT
                   MOVE SPACES TO WS-CURRENT-JOB
                   MOVE 'Y' TO WS-FIRST-DEPT-FLAG
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN SortedEmployeeFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               IF WS-FIRST-DEPT-FLAG = 'Y'
                                       OR SE-Dept NOT = WS-CURRENT-DEPT
                                   IF WS-FIRST-DEPT-FLAG = 'N'
                                       PERFORM 316-COMPA-DEPT-TOTAL
                                   END-IF
                                   MOVE SE-Dept TO WS-CURRENT-DEPT
                                   MOVE 'N' TO WS-FIRST-DEPT-FLAG
                                   PERFORM 313-COMPA-DEPT-HEADING
                                   PERFORM 314-COMPA-JOB-HEADING
                               ELSE
                               IF SE-Job-Code NOT = WS-CURRENT-JOB
                                   PERFORM 314-COMPA-JOB-HEADING
                               END-IF
                               END-IF
                               PERFORM 315-COMPA-DETAIL
                       END-RETURN
                   END-PERFORM
                   IF WS-FIRST-DEPT-FLAG = 'N'
                       PERFORM 316-COMPA-DEPT-TOTAL
                   END-IF
                   PERFORM 317-COMPA-COMPANY-TOTAL
                   CLOSE CompaReportFile.

           313-COMPA-DEPT-HEADING.
                   MOVE ZERO TO WS-COMPA-DEPT-COUNT
                   MOVE ZERO TO WS-COMPA-DEPT-SUM
                   MOVE ZERO TO WS-COMPA-DEPT-BELOW
                   MOVE ZERO TO WS-COMPA-DEPT-ABOVE
                   MOVE SE-Dept TO WS-DEPT-CODE-WORK
                   PERFORM 407-FIND-DEPT-ENTRY
                   MOVE SPACES TO CompaReportRecord
                   WRITE CompaReportRecord
                   MOVE SPACES TO CompaReportRecord
                   IF DEPT-FOUND
                       STRING "Department " SE-Dept " - "
                           WS-DT-NAME(WS-DEPT-SUB)
                           DELIMITED BY SIZE INTO CompaReportRecord
                   ELSE
                       STRING "Department " SE-Dept DELIMITED BY SIZE
                           INTO CompaReportRecord
                   END-IF
                   WRITE CompaReportRecord.

           *> Job sub-heading with the grade range the detail lines
           *> below it are measured against
           314-COMPA-JOB-HEADING.
                   MOVE SE-Job-Code TO WS-CURRENT-JOB
                   MOVE SE-Job-Code TO WS-JOB-CODE-BUFFER
                   PERFORM 413-FIND-JOB-ENTRY
                   MOVE 'N' TO WS-COMPA-GRADED-FLAG
                   MOVE ZERO TO WS-COMPA-MIDPOINT
                   MOVE SPACES TO CompaReportRecord
                   IF JOB-FOUND AND WS-JOB-GRADE-MAX > ZERO
                       MOVE 'Y' TO WS-COMPA-GRADED-FLAG
                       COMPUTE WS-COMPA-MIDPOINT ROUNDED =
                           (WS-JOB-GRADE-MIN + WS-JOB-GRADE-MAX) / 2
                       MOVE WS-JOB-GRADE-MIN TO WS-COMPA-MIN-SHOW
                       MOVE WS-COMPA-MIDPOINT TO WS-COMPA-MID-SHOW
                       MOVE WS-JOB-GRADE-MAX TO WS-COMPA-MAX-SHOW
                       STRING "  Job " SE-Job-Code " "
                           WS-JOB-TITLE-WORK " Min " WS-COMPA-MIN-SHOW
                           " Mid " WS-COMPA-MID-SHOW
                           " Max " WS-COMPA-MAX-SHOW
                           DELIMITED BY SIZE INTO CompaReportRecord
                   ELSE
                       STRING "  Job " SE-Job-Code
                           " - no grade range on JOB-MASTER"
                           DELIMITED BY SIZE INTO CompaReportRecord
                   END-IF
                   WRITE CompaReportRecord.

           *> Employees without a grade range are listed but left out
           *> of the averages
           315-COMPA-DETAIL.
                   MOVE SE-Salary TO WS-SALARY-SHOW
                   MOVE SPACES TO WS-COMPA-FLAG-TEXT
                   MOVE SPACES TO CompaReportRecord
                   IF COMPA-GRADED
                       COMPUTE WS-COMPA-RATIO ROUNDED =
                           SE-Salary / WS-COMPA-MIDPOINT
                       MOVE WS-COMPA-RATIO TO WS-COMPA-SHOW
                       ADD 1 TO WS-COMPA-DEPT-COUNT
                       ADD WS-COMPA-RATIO TO WS-COMPA-DEPT-SUM
                       IF SE-Salary < WS-JOB-GRADE-MIN
                           MOVE "BELOW MIN" TO WS-COMPA-FLAG-TEXT
                           ADD 1 TO WS-COMPA-DEPT-BELOW
                       END-IF
                       IF SE-Salary > WS-JOB-GRADE-MAX
                           MOVE "ABOVE MAX" TO WS-COMPA-FLAG-TEXT
                           ADD 1 TO WS-COMPA-DEPT-ABOVE
                       END-IF
                       STRING "    " SE-Employee-ID " "
                           SE-Last-Name(1:16) " " SE-First-Name(1:12)
                           " " WS-SALARY-SHOW " " WS-COMPA-SHOW " "
                           WS-COMPA-FLAG-TEXT
                           DELIMITED BY SIZE INTO CompaReportRecord
                   ELSE
                       STRING "    " SE-Employee-ID " "
                           SE-Last-Name(1:16) " " SE-First-Name(1:12)
                           " " WS-SALARY-SHOW "        NO GRADE"
                           DELIMITED BY SIZE INTO CompaReportRecord
                   END-IF
                   WRITE CompaReportRecord.

           316-COMPA-DEPT-TOTAL.
                   MOVE ZERO TO WS-COMPA-AVERAGE
                   IF WS-COMPA-DEPT-COUNT > ZERO
                       COMPUTE WS-COMPA-AVERAGE ROUNDED =
                           WS-COMPA-DEPT-SUM / WS-COMPA-DEPT-COUNT
                   END-IF
                   MOVE WS-COMPA-AVERAGE TO WS-COMPA-SHOW
                   MOVE SPACES TO CompaReportRecord
                   STRING "  Dept " WS-CURRENT-DEPT
                       " average compa-ratio : " WS-COMPA-SHOW
                       "  below min " WS-COMPA-DEPT-BELOW
                       "  above max " WS-COMPA-DEPT-ABOVE
                       DELIMITED BY SIZE INTO CompaReportRecord
                   WRITE CompaReportRecord
                   ADD WS-COMPA-DEPT-COUNT TO WS-COMPA-TOTAL-COUNT
                   ADD WS-COMPA-DEPT-SUM TO WS-COMPA-TOTAL-SUM
                   ADD WS-COMPA-DEPT-BELOW TO WS-COMPA-TOTAL-BELOW
                   ADD WS-COMPA-DEPT-ABOVE TO WS-COMPA-TOTAL-ABOVE.

           317-COMPA-COMPANY-TOTAL.
                   MOVE ZERO TO WS-COMPA-AVERAGE
                   IF WS-COMPA-TOTAL-COUNT > ZERO
                       COMPUTE WS-COMPA-AVERAGE ROUNDED =
                           WS-COMPA-TOTAL-SUM / WS-COMPA-TOTAL-COUNT
                   END-IF
                   MOVE WS-COMPA-AVERAGE TO WS-COMPA-SHOW
                   MOVE SPACES TO CompaReportRecord
                   WRITE CompaReportRecord
                   MOVE SPACES TO CompaReportRecord
                   STRING "Company average compa-ratio : "
                       WS-COMPA-SHOW "  below min "
                       WS-COMPA-TOTAL-BELOW "  above max "
                       WS-COMPA-TOTAL-ABOVE
                       DELIMITED BY SIZE INTO CompaReportRecord
                   WRITE CompaReportRecord
                   MOVE SPACES TO CompaReportRecord
                   STRING "Employees listed : " WS-COMPA-LISTED
                       "  measured against a grade range : "
                       WS-COMPA-TOTAL-COUNT
                       DELIMITED BY SIZE INTO CompaReportRecord
                   WRITE CompaReportRecord.

           *> Monthly and rolling 12-month turnover by department and
           *> service band, counting leavers still on the master and
           *> those already purged to the EMPHIST archives
       320-TURNOVER-REPORT.
           IF UNATTENDED-RUN
               CONTINUE
           ELSE
               DISPLAY "Month to report (YYYYMM, blank for this month)"
               ACCEPT WS-TO-MONTH
           END-IF
           MOVE 'N' TO WS-TO-READY-FLAG
           MOVE ZERO TO WS-TO-YEAR-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF WS-TO-MONTH = SPACES
               MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-TO-MONTH
           END-IF
           IF WS-TO-MONTH IS NOT NUMERIC
                   OR WS-TO-MONTH(5:2) < '01'
                   OR WS-TO-MONTH(5:2) > '12'
               DISPLAY "Month must be YYYYMM. Turnover report skipped."
           ELSE
           IF WS-TO-MONTH > WS-TODAY-YYYYMMDD(1:6)
               DISPLAY "A future month cannot be reported."
                   " Turnover report skipped."
           ELSE
               OPEN INPUT EmployeeFile
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Employee master not available."
                       " Turnover report skipped."
               ELSE
                   PERFORM 321-SET-TURNOVER-BOUNDS
                   PERFORM 401-LOAD-DEPT-TABLE
                   INITIALIZE WS-TO-TABLE
                   MOVE ZERO TO WS-TO-EARLY-COUNT
                   MOVE 'N' TO WS-TO-EARLY-OVERFLOW
                   MOVE ZERO TO WS-TO-ARCHIVES
                   MOVE ZERO TO WS-TO-ARCHIVED-TERMS
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL EOF
                       READ EmployeeFile NEXT
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM 322-TALLY-ONE-EMPLOYEE
                       END-READ
                   END-PERFORM
                   PERFORM 325-SCAN-HISTORY-ARCHIVES
                   CLOSE EmployeeFile
                   PERFORM 328-WRITE-TURNOVER-REPORT
                   MOVE 'Y' TO WS-TO-READY-FLAG
                   DISPLAY "Turnover report " WS-TO-MONTH ": "
                       WS-TO-MONTH-TOTAL " leaver(s) in the month, "
                       WS-TO-YEAR-TOTAL " in 12 months, "
                       WS-TO-EARLY-COUNT " early."
               END-IF
           END-IF
           END-IF.

           *> Month being reported and the 12 months ending with it
           321-SET-TURNOVER-BOUNDS.
                   COMPUTE WS-TO-MONTH-START =
                       FUNCTION NUMVAL(WS-TO-MONTH) * 100 + 1
                   IF WS-TO-MONTH(5:2) = '12'
                       COMPUTE WS-TO-NEXT-START =
                           (FUNCTION NUMVAL(WS-TO-MONTH(1:4)) + 1)
                           * 10000 + 101
                       COMPUTE WS-TO-YEAR-START =
                           FUNCTION NUMVAL(WS-TO-MONTH(1:4))
                           * 10000 + 101
                   ELSE
                       COMPUTE WS-TO-NEXT-START =
                           WS-TO-MONTH-START + 100
                       COMPUTE WS-TO-YEAR-START =
                           WS-TO-MONTH-START - 10000 + 100
                   END-IF
                   COMPUTE WS-TO-MONTH-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TO-NEXT-START) - 1).

           *> Adds one employee to the opening and closing headcounts
           *> and, when they left inside the year, to the leavers
           322-TALLY-ONE-EMPLOYEE.
                   MOVE Dept OF EmployeeRecordFormat
                       TO WS-DEPT-CODE-WORK
                   PERFORM 407-FIND-DEPT-ENTRY
                   IF DEPT-FOUND
                       MOVE WS-DEPT-SUB TO WS-TO-ROW
                   ELSE
                       MOVE 101 TO WS-TO-ROW
                   END-IF
                   IF Hire-Date OF EmployeeRecordFormat
                           <= WS-TO-MONTH-START
                           AND (Emp-Status OF EmployeeRecordFormat
                               NOT = 'T'
                           OR Status-Date OF EmployeeRecordFormat
                               >= WS-TO-MONTH-START)
                       MOVE WS-TO-MONTH-START TO WS-TO-ASOF-DATE
                       PERFORM 323-FIND-SERVICE-BAND
                       ADD 1 TO WS-TO-HC-OPEN(WS-TO-ROW, WS-TO-BAND)
                   END-IF
                   IF Hire-Date OF EmployeeRecordFormat
                           <= WS-TO-YEAR-START
                           AND (Emp-Status OF EmployeeRecordFormat
                               NOT = 'T'
                           OR Status-Date OF EmployeeRecordFormat
                               >= WS-TO-YEAR-START)
                       MOVE WS-TO-YEAR-START TO WS-TO-ASOF-DATE
                       PERFORM 323-FIND-SERVICE-BAND
                       ADD 1 TO WS-TO-HC-YR-OPEN(WS-TO-ROW, WS-TO-BAND)
                   END-IF
                   IF Hire-Date OF EmployeeRecordFormat
                           <= WS-TO-MONTH-END
                           AND (Emp-Status OF EmployeeRecordFormat
                               NOT = 'T'
                           OR Status-Date OF EmployeeRecordFormat
                               > WS-TO-MONTH-END)
                       MOVE WS-TO-MONTH-END TO WS-TO-ASOF-DATE
                       PERFORM 323-FIND-SERVICE-BAND
                       ADD 1 TO WS-TO-HC-CLOSE(WS-TO-ROW, WS-TO-BAND)
                   END-IF
                   IF Emp-Status OF EmployeeRecordFormat = 'T'
                           AND Status-Date OF EmployeeRecordFormat
                               >= WS-TO-YEAR-START
                           AND Status-Date OF EmployeeRecordFormat
                               <= WS-TO-MONTH-END
                       MOVE Status-Date OF EmployeeRecordFormat
                           TO WS-TO-ASOF-DATE
                       PERFORM 323-FIND-SERVICE-BAND
                       ADD 1 TO WS-TO-YR-TERMS(WS-TO-ROW, WS-TO-BAND)
                       ADD 1 TO WS-TO-YEAR-TOTAL
                       IF Status-Date OF EmployeeRecordFormat
                               >= WS-TO-MONTH-START
                           ADD 1 TO WS-TO-TERMS(WS-TO-ROW, WS-TO-BAND)
                       END-IF
                       IF WS-TO-BAND = 1
                           PERFORM 324-KEEP-EARLY-LEAVER
                       END-IF
                   END-IF.

           *> Service band at WS-TO-ASOF-DATE: 1 = under a year,
           *> 2 = 1-4, 3 = 5-9, 4 = 10 or more
           323-FIND-SERVICE-BAND.
                   IF Hire-Date OF EmployeeRecordFormat
                           >= WS-TO-ASOF-DATE
                       MOVE ZERO TO WS-TO-TERM-SERVICE
                   ELSE
                       COMPUTE WS-TO-TERM-SERVICE =
                           (WS-TO-ASOF-DATE
                           - Hire-Date OF EmployeeRecordFormat)
                           / 10000
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-TO-TERM-SERVICE < 1
                           MOVE 1 TO WS-TO-BAND
                       WHEN WS-TO-TERM-SERVICE < 5
                           MOVE 2 TO WS-TO-BAND
                       WHEN WS-TO-TERM-SERVICE < 10
                           MOVE 3 TO WS-TO-BAND
                       WHEN OTHER
                           MOVE 4 TO WS-TO-BAND
                   END-EVALUATE.

           324-KEEP-EARLY-LEAVER.
                   IF WS-TO-EARLY-COUNT >= 300
                       MOVE 'Y' TO WS-TO-EARLY-OVERFLOW
                   ELSE
                       ADD 1 TO WS-TO-EARLY-COUNT
                       MOVE WS-TO-EARLY-COUNT TO WS-TO-EARLY-SUB
                       MOVE Dept OF EmployeeRecordFormat
                           TO WS-TE-DEPT(WS-TO-EARLY-SUB)
                       MOVE Employee-ID OF EmployeeRecordFormat
                           TO WS-TE-EMPLOYEE-ID(WS-TO-EARLY-SUB)
                       MOVE SPACES TO WS-TE-NAME(WS-TO-EARLY-SUB)
                       STRING Last-Name OF EmployeeRecordFormat
                               DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           First-Name OF EmployeeRecordFormat
                               DELIMITED BY "  "
                           INTO WS-TE-NAME(WS-TO-EARLY-SUB)
                       MOVE Job-Code OF EmployeeRecordFormat
                           TO WS-TE-JOB(WS-TO-EARLY-SUB)
                       MOVE Hire-Date OF EmployeeRecordFormat
                           TO WS-TE-HIRE-DATE(WS-TO-EARLY-SUB)
                       MOVE Status-Date OF EmployeeRecordFormat
                           TO WS-TE-TERM-DATE(WS-TO-EARLY-SUB)
                       MOVE Reports-To OF EmployeeRecordFormat
                           TO WS-TE-REPORTS-TO(WS-TO-EARLY-SUB)
                   END-IF.

           *> Walks every purge archive named on EMPHIST-INDEX.txt
           325-SCAN-HISTORY-ARCHIVES.
                   OPEN INPUT EmpHistIndexFile
                   IF WS-EHX-FILE-STATUS = '00'
                       MOVE 'N' TO WS-EHX-EOF
                       PERFORM UNTIL EHX-EOF
                           READ EmpHistIndexFile
                               AT END
                                   MOVE 'Y' TO WS-EHX-EOF
                               NOT AT END
                                   PERFORM 326-SCAN-ONE-ARCHIVE
                           END-READ
                       END-PERFORM
                       CLOSE EmpHistIndexFile
                   END-IF.

           326-SCAN-ONE-ARCHIVE.
                   MOVE SPACES TO WS-EMP-HISTORY-NAME
                   STRING "EMPHIST-" EHX-ARCHIVE-DATE ".txt"
                       DELIMITED BY SIZE INTO WS-EMP-HISTORY-NAME
                   OPEN INPUT EmployeeHistoryFile
                   IF WS-HIS-FILE-STATUS NOT = '00'
                       DISPLAY "Archive " WS-EMP-HISTORY-NAME
                           " is indexed but missing; not counted."
                   ELSE
                       ADD 1 TO WS-TO-ARCHIVES
                       MOVE 'N' TO WS-HIS-EOF
                       PERFORM UNTIL HIS-EOF
                           READ EmployeeHistoryFile
                               AT END
                                   MOVE 'Y' TO WS-HIS-EOF
                               NOT AT END
                                   PERFORM 327-TALLY-ARCHIVED-EMPLOYEE
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeHistoryFile
                   END-IF.

           *> Counts an archived employee unless the master still
           *> holds the same spell of employment
           327-TALLY-ARCHIVED-EMPLOYEE.
                   MOVE 'N' TO WS-TO-SKIP-FLAG
                   MOVE EmployeeHistoryRecord(1:6)
                       TO Employee-ID OF EmployeeRecordFormat
                   READ EmployeeFile
                       KEY IS Employee-ID OF EmployeeRecordFormat
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EmployeeRecordFormat(50:8)
                                   = EmployeeHistoryRecord(50:8)
                               MOVE 'Y' TO WS-TO-SKIP-FLAG
                           END-IF
                   END-READ
                   IF NOT TO-SKIP-ARCHIVED
                       MOVE EmployeeHistoryRecord
                           TO EmployeeRecordFormat
                       PERFORM 322-TALLY-ONE-EMPLOYEE
                       IF Status-Date OF EmployeeRecordFormat
                               >= WS-TO-YEAR-START
                               AND Status-Date OF EmployeeRecordFormat
                                   <= WS-TO-MONTH-END
                           ADD 1 TO WS-TO-ARCHIVED-TERMS
                       END-IF
                   END-IF.

           *> Writes the rate tables, the early leavers and the
           *> sources behind the figures
           328-WRITE-TURNOVER-REPORT.
                   MOVE ZERO TO WS-TO-MONTH-TOTAL
                   OPEN OUTPUT TurnoverReportFile
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "Turnover and Attrition Analysis - "
                       WS-TO-MONTH(1:4) "-" WS-TO-MONTH(5:2)
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "Month " WS-TO-MONTH-START " to "
                       WS-TO-MONTH-END "   Rolling 12 months "
                       WS-TO-YEAR-START " to " WS-TO-MONTH-END
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "Rate = leavers / average of opening and"
                       " closing headcount x 100"
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   MOVE ZERO TO WS-TO-ROW
                   PERFORM WS-DEPT-ENTRY-COUNT TIMES
                       ADD 1 TO WS-TO-ROW
                       PERFORM 329-WRITE-TURNOVER-DEPT
                   END-PERFORM
                   MOVE 101 TO WS-TO-ROW
                   PERFORM 329-WRITE-TURNOVER-DEPT
                   PERFORM 331-WRITE-TURNOVER-COMPANY
                   PERFORM 332-WRITE-EARLY-LEAVERS
                   MOVE SPACES TO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "Purge archives read: " WS-TO-ARCHIVES
                       "   Archived leavers counted: "
                       WS-TO-ARCHIVED-TERMS
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   CLOSE TurnoverReportFile.

           *> One department block: a line per service band and a
           *> department line, left out when the dept had nobody
           329-WRITE-TURNOVER-DEPT.
                   PERFORM 335-SUM-DEPT-ROW
                   IF WS-TO-L-OPEN > ZERO OR WS-TO-L-CLOSE > ZERO
                           OR WS-TO-L-YR-OPEN > ZERO
                           OR WS-TO-L-YR-TERMS > ZERO
                       ADD WS-TO-L-TERMS TO WS-TO-MONTH-TOTAL
                       MOVE SPACES TO TurnoverReportRecord
                       WRITE TurnoverReportRecord
                       MOVE SPACES TO TurnoverReportRecord
                       IF WS-TO-ROW = 101
                           STRING "Departments no longer on"
                               " DEPT-MASTER"
                               DELIMITED BY SIZE
                               INTO TurnoverReportRecord
                       ELSE
                           STRING "Dept " WS-DT-CODE(WS-TO-ROW) " "
                               WS-DT-NAME(WS-TO-ROW)
                               DELIMITED BY SIZE
                               INTO TurnoverReportRecord
                       END-IF
                       WRITE TurnoverReportRecord
                       PERFORM 333-WRITE-TURNOVER-HEADING
                       MOVE ZERO TO WS-TO-BAND-SUB
                       PERFORM 4 TIMES
                           ADD 1 TO WS-TO-BAND-SUB
                           MOVE WS-TO-BAND-CELL(WS-TO-ROW,
                               WS-TO-BAND-SUB) TO WS-TO-LINE-COUNTS
                           PERFORM 334-SET-BAND-LABEL
                           PERFORM 330-WRITE-TURNOVER-LINE
                       END-PERFORM
                       PERFORM 335-SUM-DEPT-ROW
                       MOVE "All" TO WS-TO-BAND-LABEL
                       PERFORM 330-WRITE-TURNOVER-LINE
                   END-IF.

           *> Prints one band line from WS-TO-LINE-COUNTS with its
           *> monthly and rolling 12-month rates
           330-WRITE-TURNOVER-LINE.
                   IF WS-TO-L-OPEN + WS-TO-L-CLOSE = ZERO
                       MOVE ZERO TO WS-TO-RATE
                   ELSE
                       COMPUTE WS-TO-RATE ROUNDED =
                           WS-TO-L-TERMS * 200
                           / (WS-TO-L-OPEN + WS-TO-L-CLOSE)
                   END-IF
                   MOVE WS-TO-RATE TO WS-TO-RATE-SHOW
                   IF WS-TO-L-YR-OPEN + WS-TO-L-CLOSE = ZERO
                       MOVE ZERO TO WS-TO-RATE
                   ELSE
                       COMPUTE WS-TO-RATE ROUNDED =
                           WS-TO-L-YR-TERMS * 200
                           / (WS-TO-L-YR-OPEN + WS-TO-L-CLOSE)
                   END-IF
                   MOVE WS-TO-RATE TO WS-TO-YEAR-RATE-SHOW
                   MOVE WS-TO-L-OPEN TO WS-TO-SHOW-OPEN
                   MOVE WS-TO-L-CLOSE TO WS-TO-SHOW-CLOSE
                   MOVE WS-TO-L-TERMS TO WS-TO-SHOW-TERMS
                   MOVE WS-TO-L-YR-OPEN TO WS-TO-SHOW-YR-OPEN
                   MOVE WS-TO-L-YR-TERMS TO WS-TO-SHOW-YR-TERMS
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "  " WS-TO-BAND-LABEL WS-TO-SHOW-OPEN " "
                       WS-TO-SHOW-CLOSE "  " WS-TO-SHOW-TERMS "  "
                       WS-TO-RATE-SHOW "   " WS-TO-SHOW-YR-OPEN "  "
                       WS-TO-SHOW-YR-TERMS "  " WS-TO-YEAR-RATE-SHOW
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord.

           *> Company block: every department added up by band
           331-WRITE-TURNOVER-COMPANY.
                   MOVE SPACES TO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "Company"
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   PERFORM 333-WRITE-TURNOVER-HEADING
                   MOVE ZERO TO WS-TO-BAND-SUB
                   PERFORM 4 TIMES
                       ADD 1 TO WS-TO-BAND-SUB
                       INITIALIZE WS-TO-LINE-COUNTS
                       MOVE ZERO TO WS-TO-ROW
                       PERFORM 101 TIMES
                           ADD 1 TO WS-TO-ROW
                           PERFORM 336-ADD-BAND-CELL
                       END-PERFORM
                       PERFORM 334-SET-BAND-LABEL
                       PERFORM 330-WRITE-TURNOVER-LINE
                   END-PERFORM
                   INITIALIZE WS-TO-LINE-COUNTS
                   MOVE ZERO TO WS-TO-ROW
                   PERFORM 101 TIMES
                       ADD 1 TO WS-TO-ROW
                       MOVE ZERO TO WS-TO-BAND-SUB
                       PERFORM 4 TIMES
                           ADD 1 TO WS-TO-BAND-SUB
                           PERFORM 336-ADD-BAND-CELL
                       END-PERFORM
                   END-PERFORM
                   MOVE "All" TO WS-TO-BAND-LABEL
                   PERFORM 330-WRITE-TURNOVER-LINE.

           *> Leavers with under a year's service, whose departure
           *> usually points at hiring or onboarding
           332-WRITE-EARLY-LEAVERS.
                   MOVE SPACES TO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "Early leavers (under 1 year of service),"
                       " rolling 12 months"
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "  Dept Emp-ID Name                     "
                       " Job  Hired    Left     Mgr"
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   IF WS-TO-EARLY-COUNT = ZERO
                       MOVE SPACES TO TurnoverReportRecord
                       STRING "  None."
                           DELIMITED BY SIZE INTO TurnoverReportRecord
                       WRITE TurnoverReportRecord
                   END-IF
                   MOVE ZERO TO WS-TO-EARLY-SUB
                   PERFORM WS-TO-EARLY-COUNT TIMES
                       ADD 1 TO WS-TO-EARLY-SUB
                       MOVE SPACES TO TurnoverReportRecord
                       STRING "  " WS-TE-DEPT(WS-TO-EARLY-SUB) "  "
                           WS-TE-EMPLOYEE-ID(WS-TO-EARLY-SUB) " "
                           WS-TE-NAME(WS-TO-EARLY-SUB) " "
                           WS-TE-JOB(WS-TO-EARLY-SUB) " "
                           WS-TE-HIRE-DATE(WS-TO-EARLY-SUB) " "
                           WS-TE-TERM-DATE(WS-TO-EARLY-SUB) " "
                           WS-TE-REPORTS-TO(WS-TO-EARLY-SUB)
                           DELIMITED BY SIZE INTO TurnoverReportRecord
                       WRITE TurnoverReportRecord
                   END-PERFORM
                   IF TO-EARLY-OVERFLOW
                       MOVE SPACES TO TurnoverReportRecord
                       STRING "  MORE THAN 300 EARLY LEAVERS -"
                           " LIST TRUNCATED"
                           DELIMITED BY SIZE INTO TurnoverReportRecord
                       WRITE TurnoverReportRecord
                   END-IF.

           333-WRITE-TURNOVER-HEADING.
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "           ---------- Month ----------"
                       "   ----- Rolling 12 months -----"
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord
                   MOVE SPACES TO TurnoverReportRecord
                   STRING "  Service   Open Close   Left    Rate%"
                       "    Open   Left    Rate%"
                       DELIMITED BY SIZE INTO TurnoverReportRecord
                   WRITE TurnoverReportRecord.

           334-SET-BAND-LABEL.
                   EVALUATE WS-TO-BAND-SUB
                       WHEN 1
                           MOVE "Under 1" TO WS-TO-BAND-LABEL
                       WHEN 2
                           MOVE "1-4 yrs" TO WS-TO-BAND-LABEL
                       WHEN 3
                           MOVE "5-9 yrs" TO WS-TO-BAND-LABEL
                       WHEN OTHER
                           MOVE "10+ yrs" TO WS-TO-BAND-LABEL
                   END-EVALUATE.

           335-SUM-DEPT-ROW.
                   INITIALIZE WS-TO-LINE-COUNTS
                   MOVE ZERO TO WS-TO-BAND-SUB
                   PERFORM 4 TIMES
                       ADD 1 TO WS-TO-BAND-SUB
                       PERFORM 336-ADD-BAND-CELL
                   END-PERFORM.

           336-ADD-BAND-CELL.
                   ADD WS-TO-HC-OPEN(WS-TO-ROW, WS-TO-BAND-SUB)
                       TO WS-TO-L-OPEN
                   ADD WS-TO-HC-CLOSE(WS-TO-ROW, WS-TO-BAND-SUB)
                       TO WS-TO-L-CLOSE
                   ADD WS-TO-TERMS(WS-TO-ROW, WS-TO-BAND-SUB)
                       TO WS-TO-L-TERMS
                   ADD WS-TO-HC-YR-OPEN(WS-TO-ROW, WS-TO-BAND-SUB)
                       TO WS-TO-L-YR-OPEN
                   ADD WS-TO-YR-TERMS(WS-TO-ROW, WS-TO-BAND-SUB)
                       TO WS-TO-L-YR-TERMS.

           *> Probation reviews falling due within 30 days, overdue
           *> ones included, grouped by reporting manager
       340-PROBATION-REVIEW-REPORT.
           MOVE 'N' TO WS-PB-READY-FLAG
           MOVE ZERO TO WS-PB-LISTED
           MOVE ZERO TO WS-PB-OVERDUE
           MOVE ZERO TO WS-PB-MGR-COUNT
           OPEN INPUT EmployeeFile
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY "Employee master not available."
                   " Probation listing skipped."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
               COMPUTE WS-PB-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) + 30
               COMPUTE WS-PB-HORIZON =
                   FUNCTION DATE-OF-INTEGER(WS-PB-DAY-INT)
               SORT ProbationSortFile
                   ON ASCENDING KEY PV-MANAGER-ID PV-END-DATE
                   INPUT PROCEDURE IS 341-PROBATION-REVIEW-INPUT
                   OUTPUT PROCEDURE IS 342-PROBATION-REVIEW-OUTPUT
               CLOSE EmployeeFile
               MOVE 'Y' TO WS-PB-READY-FLAG
               DISPLAY "Probation reviews due: " WS-PB-LISTED
                   " (" WS-PB-OVERDUE " overdue) for "
                   WS-PB-MGR-COUNT " manager(s)."
           END-IF.

           341-PROBATION-REVIEW-INPUT.
                   OPEN INPUT ProbationFile
                   IF WS-PRB-FILE-STATUS = '00'
                       MOVE 'N' TO WS-PRB-EOF
                       PERFORM UNTIL PRB-EOF
                           READ ProbationFile NEXT
                               AT END
                                   MOVE 'Y' TO WS-PRB-EOF
                               NOT AT END
                                   IF (PB-STATUS = 'P'
                                           OR PB-STATUS = 'E')
                                           AND PB-END-DATE
                                           <= WS-PB-HORIZON
                                       PERFORM 345-RELEASE-ONE-REVIEW
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ProbationFile
                   END-IF.

           342-PROBATION-REVIEW-OUTPUT.
                   OPEN OUTPUT ProbationReportFile
                   MOVE SPACES TO ProbationReportRecord
                   STRING "Probation Reviews Due by Manager - "
                       WS-TODAY-YYYYMMDD " through " WS-PB-HORIZON
                       DELIMITED BY SIZE INTO ProbationReportRecord
                   WRITE ProbationReportRecord
                   MOVE 'Y' TO WS-FIRST-DEPT-FLAG
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN ProbationSortFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               IF WS-FIRST-DEPT-FLAG = 'Y'
                                       OR PV-MANAGER-ID
                                       NOT = WS-PB-CURRENT-MGR
                                   PERFORM 343-PROBATION-MANAGER
                               END-IF
                               PERFORM 344-PROBATION-DETAIL
                       END-RETURN
                   END-PERFORM
                   MOVE SPACES TO ProbationReportRecord
                   WRITE ProbationReportRecord
                   MOVE SPACES TO ProbationReportRecord
                   IF WS-PB-LISTED = ZERO
                       STRING "No probation reviews are due."
                           DELIMITED BY SIZE
                           INTO ProbationReportRecord
                   ELSE
                       STRING "Reviews listed : " WS-PB-LISTED
                           "   Overdue : " WS-PB-OVERDUE
                           "   Managers : " WS-PB-MGR-COUNT
                           DELIMITED BY SIZE
                           INTO ProbationReportRecord
                   END-IF
                   WRITE ProbationReportRecord
                   CLOSE ProbationReportFile.

           343-PROBATION-MANAGER.
                   MOVE PV-MANAGER-ID TO WS-PB-CURRENT-MGR
                   MOVE 'N' TO WS-FIRST-DEPT-FLAG
                   ADD 1 TO WS-PB-MGR-COUNT
                   MOVE SPACES TO WS-PB-MGR-NAME
                   IF PV-MANAGER-ID = ZERO
                       MOVE "No reporting manager" TO WS-PB-MGR-NAME
                   ELSE
                       MOVE PV-MANAGER-ID
                           TO Employee-ID OF EmployeeRecordFormat
                       READ EmployeeFile
                           KEY IS Employee-ID OF EmployeeRecordFormat
                           INVALID KEY
                               STRING "Manager " PV-MANAGER-ID
                                   "  (not on file)"
                                   DELIMITED BY SIZE
                                   INTO WS-PB-MGR-NAME
                           NOT INVALID KEY
                               STRING "Manager " PV-MANAGER-ID "  "
                                   Last-Name OF EmployeeRecordFormat
                                       DELIMITED BY "  "
                                   ", " DELIMITED BY SIZE
                                   First-Name OF EmployeeRecordFormat
                                       DELIMITED BY "  "
                                   INTO WS-PB-MGR-NAME
                       END-READ
                   END-IF
                   MOVE SPACES TO ProbationReportRecord
                   WRITE ProbationReportRecord
                   MOVE WS-PB-MGR-NAME TO ProbationReportRecord
                   WRITE ProbationReportRecord
                   MOVE SPACES TO ProbationReportRecord
                   STRING "  Emp-ID Name                       Dpt"
                       " Hired    Ends     Status     Flag"
                       DELIMITED BY SIZE INTO ProbationReportRecord
                   WRITE ProbationReportRecord.

           344-PROBATION-DETAIL.
                   MOVE SPACES TO WS-PB-FLAG-TEXT
                   IF PV-STATUS = 'E'
                       STRING "EXTENDED x" PV-EXTENSIONS
                           DELIMITED BY SIZE INTO WS-PB-FLAG-TEXT
                   ELSE
                       MOVE "PROBATION" TO WS-PB-FLAG-TEXT
                   END-IF
                   MOVE SPACES TO ProbationReportRecord
                   STRING "  " PV-EMPLOYEE-ID " " PV-NAME(1:26) " "
                       PV-DEPT " " PV-HIRE-DATE " " PV-END-DATE " "
                       WS-PB-FLAG-TEXT(1:10)
                       DELIMITED BY SIZE INTO ProbationReportRecord
                   IF PV-END-DATE < WS-TODAY-YYYYMMDD
                       MOVE "OVERDUE" TO ProbationReportRecord(70:7)
                       ADD 1 TO WS-PB-OVERDUE
                   END-IF
                   WRITE ProbationReportRecord
                   ADD 1 TO WS-PB-LISTED.

           *> Current employees only; a terminated employee's open
           *> probation is not listed
           345-RELEASE-ONE-REVIEW.
                   MOVE PB-EMPLOYEE-ID
                       TO Employee-ID OF EmployeeRecordFormat
                   READ EmployeeFile
                       KEY IS Employee-ID OF EmployeeRecordFormat
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF Emp-Status OF EmployeeRecordFormat
                                   NOT = 'T'
                               MOVE Reports-To OF EmployeeRecordFormat
                                   TO PV-MANAGER-ID
                               MOVE PB-END-DATE TO PV-END-DATE
                               MOVE PB-EMPLOYEE-ID TO PV-EMPLOYEE-ID
                               MOVE SPACES TO PV-NAME
                               STRING Last-Name OF EmployeeRecordFormat
                                       DELIMITED BY "  "
                                   ", " DELIMITED BY SIZE
                                   First-Name OF EmployeeRecordFormat
                                       DELIMITED BY "  "
                                   INTO PV-NAME
                               MOVE Dept OF EmployeeRecordFormat
                                   TO PV-DEPT
                               MOVE PB-HIRE-DATE TO PV-HIRE-DATE
                               MOVE PB-STATUS TO PV-STATUS
                               MOVE PB-EXTENSIONS TO PV-EXTENSIONS
                               RELEASE ProbationSortRecord
                           END-IF
                   END-READ.

           *> Year-end total-compensation statement for every current
           *> employee, sorted by Dept and Last-Name, with a control
           *> page of statement counts
       350-COMP-STATEMENTS.
           MOVE 'N' TO WS-TC-READY-FLAG
           MOVE ZERO TO WS-TC-WRITTEN
           IF UNATTENDED-RUN
               CONTINUE
           ELSE
               DISPLAY "Statement year (YYYY, blank for this year)"
               ACCEPT WS-TC-YEAR-BUF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF WS-TC-YEAR-BUF = SPACES
               MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TC-YEAR-BUF
           END-IF
           IF WS-TC-YEAR-BUF IS NOT NUMERIC
                   OR WS-TC-YEAR-N < 1901
               DISPLAY "Year must be YYYY. Statements skipped."
           ELSE
           IF WS-TC-YEAR-BUF > WS-TODAY-YYYYMMDD(1:4)
               DISPLAY "A future year cannot be stated."
                   " Statements skipped."
           ELSE
               MOVE WS-TC-YEAR-N TO WS-LC-YEAR
               COMPUTE WS-LC-YEAR-START = WS-LC-YEAR * 10000 + 101
               COMPUTE WS-LC-YEAR-END = WS-LC-YEAR * 10000 + 1231
               IF WS-LC-YEAR-END > WS-TODAY-YYYYMMDD
                   MOVE WS-TODAY-YYYYMMDD TO WS-TC-AS-OF
               ELSE
                   MOVE WS-LC-YEAR-END TO WS-TC-AS-OF
               END-IF
               PERFORM 816-LOAD-LEAVE-ACTIVITY
               IF LC-OVERFLOW
                   DISPLAY "More than 2000 employees with leave"
                       " activity. Statements skipped."
               ELSE
                   PERFORM 351-LOAD-YEAR-SALARY-CHANGES
                   PERFORM 401-LOAD-DEPT-TABLE
                   PERFORM 412-LOAD-JOB-TABLE
                   INITIALIZE WS-TC-DEPT-TABLE
                   MOVE 'N' TO WS-TC-LB-FLAG
                   OPEN INPUT LeaveBalanceFile
                   IF WS-LB-FILE-STATUS = '00'
                       MOVE 'Y' TO WS-TC-LB-FLAG
                   END-IF
                   OPEN OUTPUT CompStatementFile
                   SORT SortedEmployeeFile
                       ON ASCENDING KEY SE-Dept SE-Last-Name
                       INPUT PROCEDURE IS 352-COMP-STATEMENT-INPUT
                       OUTPUT PROCEDURE IS 353-COMP-STATEMENT-OUTPUT
                   PERFORM 358-WRITE-CONTROL-PAGE
                   CLOSE CompStatementFile
                   IF TC-LB-OPEN
                       CLOSE LeaveBalanceFile
                   END-IF
                   MOVE 'Y' TO WS-TC-READY-FLAG
                   DISPLAY "Compensation statements for " WS-LC-YEAR
                       ": " WS-TC-WRITTEN " written."
               END-IF
           END-IF
           END-IF.

           *> Dated by the effective date, or by the timestamp on
           *> lines written before effective dates were kept
           351-LOAD-YEAR-SALARY-CHANGES.
                   MOVE ZERO TO WS-TC-SAL-COUNT
                   MOVE 'N' TO WS-TC-SAL-OVERFLOW-FLAG
                   OPEN INPUT SalaryHistFile
                   IF WS-SAL-FILE-STATUS = '00'
                       MOVE 'N' TO WS-TC-SAL-EOF
                       PERFORM UNTIL TC-SAL-EOF
                           READ SalaryHistFile
                               AT END
                                   MOVE 'Y' TO WS-TC-SAL-EOF
                               NOT AT END
                                   PERFORM 359-KEEP-SALARY-CHANGE
                           END-READ
                       END-PERFORM
                       CLOSE SalaryHistFile
                   END-IF.

           352-COMP-STATEMENT-INPUT.
                   OPEN INPUT EmployeeFile
                   IF WS-EMP-FILE-STATUS = '00'
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL EOF
                           READ EmployeeFile
                               AT END
                                   SET EOF TO TRUE
                               NOT AT END
                                   IF Emp-Status OF EmployeeRecordFormat
                                           NOT = 'T'
                                           AND Hire-Date
                                           OF EmployeeRecordFormat
                                           <= WS-TC-AS-OF
                                       PERFORM 266-FILL-SORTED-EMPLOYEE
                                       RELEASE SortedEmployeeRecord
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeFile
                   END-IF.

           353-COMP-STATEMENT-OUTPUT.
                   OPEN INPUT EmployeeFile
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN SortedEmployeeFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               PERFORM 354-WRITE-COMP-STATEMENT
                       END-RETURN
                   END-PERFORM
                   CLOSE EmployeeFile.

           354-WRITE-COMP-STATEMENT.
                   MOVE SE-Employee-ID
                       TO Employee-ID OF EmployeeRecordFormat
                   MOVE ZERO TO WS-TC-HIRE-DATE
                   READ EmployeeFile
                       KEY IS Employee-ID OF EmployeeRecordFormat
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Hire-Date OF EmployeeRecordFormat
                               TO WS-TC-HIRE-DATE
                   END-READ
                   PERFORM 355-COMPUTE-ANNIVERSARY
                   MOVE SPACES TO WS-LC-NAME
                   STRING SE-Last-Name DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       SE-First-Name DELIMITED BY "  "
                       INTO WS-LC-NAME
                   PERFORM 823-FIND-MANAGER-NAME
                   MOVE SE-Job-Code TO WS-JOB-CODE-BUFFER
                   PERFORM 413-FIND-JOB-ENTRY
                   MOVE SE-Dept TO WS-DEPT-CODE-WORK
                   PERFORM 407-FIND-DEPT-ENTRY
                   MOVE ALL "-" TO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   STRING "Total Compensation Statement for "
                       WS-LC-YEAR "   as at " WS-TC-AS-OF
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   STRING "Employee : " SE-Employee-ID "  " WS-LC-NAME
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   IF DEPT-FOUND
                       STRING "Dept     : " SE-Dept "  "
                           WS-DT-NAME(WS-DEPT-SUB)
                           DELIMITED BY SIZE INTO CompStatementRecord
                       ADD 1 TO WS-TC-DEPT-COUNT(WS-DEPT-SUB)
                   ELSE
                       STRING "Dept     : " SE-Dept
                           DELIMITED BY SIZE INTO CompStatementRecord
                       ADD 1 TO WS-TC-DEPT-COUNT(101)
                   END-IF
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   STRING "Job      : " SE-Job-Code "  "
                       WS-JOB-TITLE-WORK
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   IF JOB-FOUND AND WS-JOB-GRADE-MAX > ZERO
                       MOVE WS-JOB-GRADE-MIN TO WS-TC-MIN-SHOW
                       MOVE WS-JOB-GRADE-MAX TO WS-TC-MAX-SHOW
                       STRING "Grade    : " WS-TC-MIN-SHOW " to "
                           WS-TC-MAX-SHOW
                           DELIMITED BY SIZE INTO CompStatementRecord
                   ELSE
                       MOVE "Grade    : no grade range on file"
                           TO CompStatementRecord
                   END-IF
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   STRING "Manager  : " WS-LC-MGR-NAME
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE WS-TC-YEARS TO WS-TC-YEARS-SHOW
                   MOVE SPACES TO CompStatementRecord
                   STRING "Hired    : " WS-TC-HIRE-DATE
                       "   Service " WS-TC-YEARS-SHOW " year(s)"
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE WS-TC-ANNIV-NO TO WS-TC-YEARS-SHOW
                   MOVE SPACES TO CompStatementRecord
                   STRING "Next anniversary : " WS-TC-NEXT-ANNIV
                       " (" WS-TC-YEARS-SHOW " years)"
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE SE-Salary TO WS-TC-NEW-SHOW
                   MOVE SPACES TO CompStatementRecord
                   STRING "  Annual salary          " WS-TC-NEW-SHOW
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   PERFORM 356-WRITE-SALARY-CHANGES
                   PERFORM 357-WRITE-LEAVE-SUMMARY
                   MOVE SPACES TO CompStatementRecord
                   WRITE CompStatementRecord
                   ADD 1 TO WS-TC-WRITTEN.

           *> Completed years at the as-at date and the next
           *> anniversary after it; 29 February falls back to the
           *> 28th in other years
           355-COMPUTE-ANNIVERSARY.
                   MOVE ZERO TO WS-TC-YEARS
                   MOVE ZERO TO WS-TC-NEXT-ANNIV
                   MOVE ZERO TO WS-TC-ANNIV-NO
                   IF WS-TC-HIRE-DATE > ZERO
                       COMPUTE WS-TC-YEARS-CALC =
                           (WS-TC-AS-OF - WS-TC-HIRE-DATE) / 10000
                       IF WS-TC-YEARS-CALC > 99
                           MOVE 99 TO WS-TC-YEARS
                       ELSE
                           MOVE WS-TC-YEARS-CALC TO WS-TC-YEARS
                       END-IF
                       MOVE WS-TC-HIRE-DATE TO WS-EDIT-DATE-NUM
                       MOVE WS-TC-AS-OF(1:4) TO WS-ED-YYYY
                       IF WS-EDIT-DATE-NUM <= WS-TC-AS-OF
                           ADD 1 TO WS-ED-YYYY
                       END-IF
                       MOVE WS-EDIT-DATE-NUM TO WS-DATE-BUFFER
                       PERFORM 119-CHECK-DATE-CALENDAR
                       IF NOT DATE-VALID
                           MOVE 28 TO WS-ED-DD
                       END-IF
                       MOVE WS-EDIT-DATE-NUM TO WS-TC-NEXT-ANNIV
                       DIVIDE WS-TC-HIRE-DATE BY 10000
                           GIVING WS-TC-HIRE-YEAR
                       COMPUTE WS-TC-ANNIV-NO =
                           WS-ED-YYYY - WS-TC-HIRE-YEAR
                   END-IF.

           356-WRITE-SALARY-CHANGES.
                   MOVE SPACES TO CompStatementRecord
                   STRING "  Salary changes in " WS-LC-YEAR
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE ZERO TO WS-TC-CHANGES
                   PERFORM VARYING WS-TC-SAL-SUB FROM 1 BY 1
                           UNTIL WS-TC-SAL-SUB > WS-TC-SAL-COUNT
                       IF WS-TC-SAL-EMP(WS-TC-SAL-SUB) = SE-Employee-ID
                           ADD 1 TO WS-TC-CHANGES
                           MOVE ZERO TO WS-TC-PCT
                           IF WS-TC-SAL-OLD(WS-TC-SAL-SUB) > ZERO
                               COMPUTE WS-TC-PCT ROUNDED =
                                   (WS-TC-SAL-NEW(WS-TC-SAL-SUB)
                                   - WS-TC-SAL-OLD(WS-TC-SAL-SUB))
                                   * 100
                                   / WS-TC-SAL-OLD(WS-TC-SAL-SUB)
                                   ON SIZE ERROR
                                       MOVE 999.9 TO WS-TC-PCT
                               END-COMPUTE
                           END-IF
                           MOVE WS-TC-SAL-OLD(WS-TC-SAL-SUB)
                               TO WS-TC-OLD-SHOW
                           MOVE WS-TC-SAL-NEW(WS-TC-SAL-SUB)
                               TO WS-TC-NEW-SHOW
                           MOVE WS-TC-PCT TO WS-TC-PCT-SHOW
                           MOVE SPACES TO CompStatementRecord
                           STRING "    " WS-TC-SAL-DATE(WS-TC-SAL-SUB)
                               "  " WS-TC-OLD-SHOW " to "
                               WS-TC-NEW-SHOW "  " WS-TC-PCT-SHOW "%"
                               DELIMITED BY SIZE
                               INTO CompStatementRecord
                           WRITE CompStatementRecord
                       END-IF
                   END-PERFORM
                   IF WS-TC-CHANGES = ZERO
                       MOVE "    None" TO CompStatementRecord
                       WRITE CompStatementRecord
                   END-IF.

           *> Leave for the year as the year-end close derives it:
           *> activity after the year end is backed out of the live
           *> balance
           357-WRITE-LEAVE-SUMMARY.
                   MOVE SE-Employee-ID TO WS-LC-LOOKUP-ID
                   MOVE 'N' TO WS-LC-FOUND-FLAG
                   MOVE ZERO TO WS-LC-SUB
                   PERFORM UNTIL LC-ENTRY-FOUND
                           OR WS-LC-SUB >= WS-LC-COUNT
                       ADD 1 TO WS-LC-SUB
                       IF WS-LC-EMPLOYEE-ID(WS-LC-SUB)
                               = WS-LC-LOOKUP-ID
                           MOVE 'Y' TO WS-LC-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT LC-ENTRY-FOUND
                       MOVE 2001 TO WS-LC-SUB
                       INITIALIZE WS-LC-ENTRY(WS-LC-SUB)
                   END-IF
                   MOVE ZERO TO WS-LC-CURRENT
                   IF TC-LB-OPEN
                       MOVE SE-Employee-ID TO LB-EMPLOYEE-ID
                       READ LeaveBalanceFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE LB-BALANCE-DAYS TO WS-LC-CURRENT
                       END-READ
                   END-IF
                   COMPUTE WS-TC-TAKEN = WS-LC-VACATION(WS-LC-SUB)
                       + WS-LC-SICK(WS-LC-SUB)
                       + WS-LC-PERSONAL(WS-LC-SUB)
                   COMPUTE WS-TC-REMAIN = WS-LC-CURRENT
                       - WS-LC-POST-ACCRUED(WS-LC-SUB)
                       + WS-LC-POST-TAKEN(WS-LC-SUB)
                   MOVE SPACES TO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE WS-LC-ACCRUED(WS-LC-SUB) TO WS-LC-SHOW
                   MOVE SPACES TO CompStatementRecord
                   STRING "  Leave accrued          " WS-LC-SHOW
                       " day(s)"
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE WS-TC-TAKEN TO WS-LC-SHOW
                   MOVE SPACES TO CompStatementRecord
                   STRING "  Leave taken            " WS-LC-SHOW
                       " day(s)"
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE WS-TC-REMAIN TO WS-LC-SHOW
                   MOVE SPACES TO CompStatementRecord
                   STRING "  Leave remaining        " WS-LC-SHOW
                       " day(s)"
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord.

           358-WRITE-CONTROL-PAGE.
                   MOVE ZERO TO WS-TC-TOTAL
                   MOVE ALL "=" TO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   STRING "Total Compensation Statements "
                       WS-LC-YEAR " - Control Page"
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE SPACES TO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE "  Dpt Name                 Statements"
                       TO CompStatementRecord
                   WRITE CompStatementRecord
                   PERFORM VARYING WS-TC-ROW FROM 1 BY 1
                           UNTIL WS-TC-ROW > 101
                       IF WS-TC-DEPT-COUNT(WS-TC-ROW) > ZERO
                           ADD WS-TC-DEPT-COUNT(WS-TC-ROW)
                               TO WS-TC-TOTAL
                           MOVE WS-TC-DEPT-COUNT(WS-TC-ROW)
                               TO WS-TC-COUNT-SHOW
                           MOVE SPACES TO CompStatementRecord
                           IF WS-TC-ROW = 101
                               STRING "  ??? Other departments    "
                                   "  " WS-TC-COUNT-SHOW
                                   DELIMITED BY SIZE
                                   INTO CompStatementRecord
                           ELSE
                               STRING "  " WS-DT-CODE(WS-TC-ROW) " "
                                   WS-DT-NAME(WS-TC-ROW) "   "
                                   WS-TC-COUNT-SHOW
                                   DELIMITED BY SIZE
                                   INTO CompStatementRecord
                           END-IF
                           WRITE CompStatementRecord
                       END-IF
                   END-PERFORM
                   MOVE WS-TC-TOTAL TO WS-TC-COUNT-SHOW
                   MOVE SPACES TO CompStatementRecord
                   STRING "  All departments            "
                       WS-TC-COUNT-SHOW
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   MOVE WS-TC-SAL-COUNT TO WS-TC-COUNT-SHOW
                   MOVE SPACES TO CompStatementRecord
                   STRING "  Salary changes in year     "
                       WS-TC-COUNT-SHOW
                       DELIMITED BY SIZE INTO CompStatementRecord
                   WRITE CompStatementRecord
                   IF TC-SAL-OVERFLOW
                       MOVE SPACES TO CompStatementRecord
                       STRING "*** More than 3000 salary changes in"
                           " the year - statements incomplete ***"
                           DELIMITED BY SIZE INTO CompStatementRecord
                       WRITE CompStatementRecord
                   END-IF.

           359-KEEP-SALARY-CHANGE.
                   IF SH-EFF-DATE IS NUMERIC AND SH-EFF-DATE > ZERO
                       MOVE SH-EFF-DATE TO WS-TC-CHANGE-DATE
                   ELSE
                       MOVE SPACES TO WS-TC-CHANGE-DATE-X
                       STRING SH-TIMESTAMP(1:4) SH-TIMESTAMP(6:2)
                           SH-TIMESTAMP(9:2)
                           DELIMITED BY SIZE
                           INTO WS-TC-CHANGE-DATE-X
                   END-IF
                   IF WS-TC-CHANGE-DATE-X IS NUMERIC
                           AND WS-TC-CHANGE-DATE >= WS-LC-YEAR-START
                           AND WS-TC-CHANGE-DATE <= WS-TC-AS-OF
                       IF WS-TC-SAL-COUNT >= 3000
                           MOVE 'Y' TO WS-TC-SAL-OVERFLOW-FLAG
                       ELSE
                           ADD 1 TO WS-TC-SAL-COUNT
                           MOVE SH-EMPLOYEE-ID
                               TO WS-TC-SAL-EMP(WS-TC-SAL-COUNT)
                           MOVE WS-TC-CHANGE-DATE
                               TO WS-TC-SAL-DATE(WS-TC-SAL-COUNT)
                           MOVE SH-OLD-SALARY
                               TO WS-TC-SAL-OLD(WS-TC-SAL-COUNT)
                           MOVE SH-NEW-SALARY
                               TO WS-TC-SAL-NEW(WS-TC-SAL-COUNT)
                       END-IF
                   END-IF.

           *> Department master maintenance: add, rename, inactivate
       400-DEPT-MAINTENANCE.
           PERFORM 401-LOAD-DEPT-TABLE
           IF DEPT-OVERFLOW
               DISPLAY "Maintenance refused: saving would drop the"
                   " entries past 100."
           ELSE
           MOVE SPACE TO WS-DEPT-MENU-CHOICE
           PERFORM WITH TEST BEFORE
                   UNTIL WS-DEPT-MENU-CHOICE = 'D'
                       OR WS-DEPT-MENU-CHOICE = 'd'
               DISPLAY
                'Add, Rename, Budget, Inactivate a department,'
                ' or Done? (A/R/B/I/D) '
               ACCEPT WS-DEPT-MENU-CHOICE
               EVALUATE WS-DEPT-MENU-CHOICE
                   WHEN 'A' WHEN 'a'
                       PERFORM 402-DEPT-ADD
                   WHEN 'R' WHEN 'r'
                       PERFORM 403-DEPT-RENAME
                   WHEN 'B' WHEN 'b'
                       PERFORM 411-DEPT-BUDGET
                   WHEN 'I' WHEN 'i'
                       PERFORM 404-DEPT-INACTIVATE
                   WHEN 'D' WHEN 'd'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Please enter A, R, B, I, or D."
               END-EVALUATE
           END-PERFORM
           PERFORM 408-SAVE-DEPT-TABLE
           END-IF.

           *> Loads DEPT-MASTER into the working table
           401-LOAD-DEPT-TABLE.
                   MOVE ZERO TO WS-DEPT-ENTRY-COUNT
                   MOVE 'N' TO WS-DEPT-OVERFLOW-FLAG
                   MOVE 'N' TO WS-DEPT-EOF
                   OPEN INPUT DeptMasterFile
                   PERFORM UNTIL DEPT-EOF
                       READ DeptMasterFile
                           AT END
                               MOVE 'Y' TO WS-DEPT-EOF
                           NOT AT END
                               IF WS-DEPT-ENTRY-COUNT >= 100
                                   DISPLAY "DEPT-MASTER exceeds 100"
                                       " entries; extras ignored."
                                   MOVE 'Y' TO WS-DEPT-OVERFLOW-FLAG
                                   MOVE 'Y' TO WS-DEPT-EOF
                               ELSE
                               ADD 1 TO WS-DEPT-ENTRY-COUNT
                               MOVE DM-Dept-Code TO
                                   WS-DT-CODE(WS-DEPT-ENTRY-COUNT)
                               MOVE DM-Dept-Name TO
                                   WS-DT-NAME(WS-DEPT-ENTRY-COUNT)
                               MOVE DM-Dept-Status TO
                                   WS-DT-STATUS(WS-DEPT-ENTRY-COUNT)
                               MOVE DM-Budget-Count TO
                                   WS-DT-BUDGET(WS-DEPT-ENTRY-COUNT)
                               MOVE ZERO TO
                                   WS-DT-ACTUAL(WS-DEPT-ENTRY-COUNT)
                               MOVE ZERO TO
                                   WS-DT-LIAB(WS-DEPT-ENTRY-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DeptMasterFile.

           *> Adds a new active department after field validation
           402-DEPT-ADD.
                   IF WS-DEPT-ENTRY-COUNT >= 100
                       DISPLAY "Department table is full."
                   ELSE
                       PERFORM 406-VALIDATE-DEPT-CODE-ENTRY
                       PERFORM 407-FIND-DEPT-ENTRY
                       IF DEPT-FOUND
                           DISPLAY "Dept code " WS-DEPT-CODE-WORK
                               " is already on DEPT-MASTER."
                       ELSE
                           PERFORM 409-VALIDATE-DEPT-NAME-ENTRY
                           PERFORM 410-VALIDATE-DEPT-BUDGET-ENTRY
                           ADD 1 TO WS-DEPT-ENTRY-COUNT
                           MOVE WS-DEPT-CODE-WORK TO
                               WS-DT-CODE(WS-DEPT-ENTRY-COUNT)
                           MOVE WS-DEPT-NAME-BUFFER TO
                               WS-DT-NAME(WS-DEPT-ENTRY-COUNT)
                           MOVE 'A' TO
                               WS-DT-STATUS(WS-DEPT-ENTRY-COUNT)
                           MOVE WS-DEPT-BUDGET TO
                               WS-DT-BUDGET(WS-DEPT-ENTRY-COUNT)
                           MOVE ZERO TO
                               WS-DT-ACTUAL(WS-DEPT-ENTRY-COUNT)
                           MOVE ZERO TO
                               WS-DT-LIAB(WS-DEPT-ENTRY-COUNT)
                           DISPLAY "Department added....."
                       END-IF
                   END-IF.

           *> Renames an existing department
           403-DEPT-RENAME.
                   PERFORM 406-VALIDATE-DEPT-CODE-ENTRY
                   PERFORM 407-FIND-DEPT-ENTRY
                   IF DEPT-FOUND
                       DISPLAY "Current name: "
                           WS-DT-NAME(WS-DEPT-SUB)
                       PERFORM 409-VALIDATE-DEPT-NAME-ENTRY
                       MOVE WS-DEPT-NAME-BUFFER TO
                           WS-DT-NAME(WS-DEPT-SUB)
                       DISPLAY "Department renamed....."
                   ELSE
                       DISPLAY "Dept code not on DEPT-MASTER."
                   END-IF.

           *> Inactivates a department unless employees still carry it
           404-DEPT-INACTIVATE.
                   PERFORM 406-VALIDATE-DEPT-CODE-ENTRY
                   PERFORM 407-FIND-DEPT-ENTRY
                   IF DEPT-FOUND
                       PERFORM 405-CHECK-DEPT-IN-USE
                       IF DEPT-IN-USE
                           DISPLAY "Dept " WS-DEPT-CODE-WORK
                               " still has employees on file."
                               " Not inactivated."
                       ELSE
                           MOVE 'I' TO WS-DT-STATUS(WS-DEPT-SUB)
                           DISPLAY "Department inactivated....."
                       END-IF
                   ELSE
                       DISPLAY "Dept code not on DEPT-MASTER."
                   END-IF.

           *> Scans EMPLOYEE file for any record carrying the dept;
           *> fails safe when the master exists but cannot be read
           405-CHECK-DEPT-IN-USE.
                   MOVE 'N' TO WS-DEPT-IN-USE-FLAG
                   OPEN INPUT EmployeeFile
                   EVALUATE WS-EMP-FILE-STATUS
                       WHEN '00'
                           MOVE 'N' TO WS-EOF
                           PERFORM UNTIL EOF OR DEPT-IN-USE
                               READ EmployeeFile
                                   AT END
                                       SET EOF TO TRUE
                                   NOT AT END
                                       IF Dept OF EmployeeRecordFormat
                                               = WS-DEPT-CODE-WORK
                                           MOVE 'Y' TO
                                               WS-DEPT-IN-USE-FLAG
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE EmployeeFile
                       WHEN '35'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Employee master did not open,"
                               " status " WS-EMP-FILE-STATUS
                               ". In-use check not possible."
                           MOVE 'Y' TO WS-DEPT-IN-USE-FLAG
                   END-EVALUATE.

           *> Re-prompts until the dept code is three digits
           406-VALIDATE-DEPT-CODE-ENTRY.
                   MOVE 'N' TO WS-VALID-FIELD
                   PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                       DISPLAY "Enter Department Code (3)"
                       ACCEPT WS-DEPT-BUFFER
                       IF WS-DEPT-BUFFER IS NUMERIC
                           MOVE WS-DEPT-BUFFER TO WS-DEPT-CODE-WORK
                           MOVE 'Y' TO WS-VALID-FIELD
                       ELSE
                           DISPLAY
                            "Dept code must be 3 digits. Re-enter."
                       END-IF
                   END-PERFORM.

           *> Locates a dept code in the working table
           407-FIND-DEPT-ENTRY.
                   MOVE 'N' TO WS-DEPT-FOUND-FLAG
                   MOVE ZERO TO WS-DEPT-SUB
                   PERFORM UNTIL DEPT-FOUND
                           OR WS-DEPT-SUB >= WS-DEPT-ENTRY-COUNT
                       ADD 1 TO WS-DEPT-SUB
                       IF WS-DT-CODE(WS-DEPT-SUB) = WS-DEPT-CODE-WORK
                           MOVE 'Y' TO WS-DEPT-FOUND-FLAG
                       END-IF
                   END-PERFORM.

           *> Rewrites DEPT-MASTER from the working table
           408-SAVE-DEPT-TABLE.
                   OPEN OUTPUT DeptMasterFile
                   MOVE ZERO TO WS-DEPT-SUB
                   PERFORM WS-DEPT-ENTRY-COUNT TIMES
                       ADD 1 TO WS-DEPT-SUB
                       MOVE WS-DT-CODE(WS-DEPT-SUB) TO DM-Dept-Code
                       MOVE WS-DT-NAME(WS-DEPT-SUB) TO DM-Dept-Name
                       MOVE WS-DT-STATUS(WS-DEPT-SUB) TO DM-Dept-Status
                       MOVE WS-DT-BUDGET(WS-DEPT-SUB)
                           TO DM-Budget-Count
                       WRITE DeptMasterRecord
                   END-PERFORM
                   CLOSE DeptMasterFile
                   DISPLAY "DEPT-MASTER saved.....".

           *> Re-prompts until the dept name is not blank
           409-VALIDATE-DEPT-NAME-ENTRY.
                   MOVE 'N' TO WS-VALID-FIELD
                   PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                       DISPLAY "Enter Department Name (20)"
                       ACCEPT WS-DEPT-NAME-BUFFER
                       IF WS-DEPT-NAME-BUFFER = SPACES
                           DISPLAY
                            "Dept name may not be blank. Re-enter."
                       ELSE
                           MOVE 'Y' TO WS-VALID-FIELD
                       END-IF
                   END-PERFORM.

           *> Re-prompts until the budget is numeric; 0000 = no budget
           410-VALIDATE-DEPT-BUDGET-ENTRY.
                   MOVE 'N' TO WS-VALID-FIELD
                   PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                       DISPLAY "Enter Budgeted Headcount (4, 0 = none)"
                       ACCEPT WS-BUDGET-BUFFER
                       IF WS-BUDGET-BUFFER IS NUMERIC
                           MOVE WS-BUDGET-BUFFER TO WS-DEPT-BUDGET
                           MOVE 'Y' TO WS-VALID-FIELD
                       ELSE
                           DISPLAY
                            "Budget must be 4 digits. Re-enter."
                       END-IF
                   END-PERFORM.

           *> Sets the budgeted headcount on an existing department
           411-DEPT-BUDGET.
                   PERFORM 406-VALIDATE-DEPT-CODE-ENTRY
                   PERFORM 407-FIND-DEPT-ENTRY
                   IF DEPT-FOUND
                       DISPLAY "Current budget: "
                           WS-DT-BUDGET(WS-DEPT-SUB)
                       PERFORM 410-VALIDATE-DEPT-BUDGET-ENTRY
                       MOVE WS-DEPT-BUDGET TO
                           WS-DT-BUDGET(WS-DEPT-SUB)
                       DISPLAY "Budget updated....."
                   ELSE
                       DISPLAY "Dept code not on DEPT-MASTER."
                   END-IF.

           *> Loads JOB-MASTER into the working table for the passes
           *> that price many employees at once
           412-LOAD-JOB-TABLE.
                   MOVE ZERO TO WS-JOB-ENTRY-COUNT
                   MOVE 'N' TO WS-JOB-EOF
                   OPEN INPUT JobMasterFile
                   PERFORM UNTIL JOB-EOF
                       READ JobMasterFile
                           AT END
                               MOVE 'Y' TO WS-JOB-EOF
                           NOT AT END
                               IF WS-JOB-ENTRY-COUNT >= 100
                                   DISPLAY "JOB-MASTER exceeds 100"
                                       " entries; extras ignored."
                                   MOVE 'Y' TO WS-JOB-EOF
                               ELSE
                               ADD 1 TO WS-JOB-ENTRY-COUNT
                               MOVE JM-Job-Code TO
                                   WS-JT-CODE(WS-JOB-ENTRY-COUNT)
                               MOVE JM-Job-Title TO
                                   WS-JT-TITLE(WS-JOB-ENTRY-COUNT)
                               MOVE JM-Grade-Min TO
                                   WS-JT-GRADE-MIN(WS-JOB-ENTRY-COUNT)
                               MOVE JM-Grade-Max TO
                                   WS-JT-GRADE-MAX(WS-JOB-ENTRY-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JobMasterFile.

           *> Locates WS-JOB-CODE-BUFFER in the working table and
           *> leaves its title and grade band where 118 leaves them
           413-FIND-JOB-ENTRY.
                   MOVE 'N' TO WS-JOB-FOUND-FLAG
                   MOVE SPACES TO WS-JOB-TITLE-WORK
                   MOVE ZERO TO WS-JOB-GRADE-MIN
                   MOVE ZERO TO WS-JOB-GRADE-MAX
                   MOVE ZERO TO WS-JOB-SUB
                   PERFORM UNTIL JOB-FOUND
                           OR WS-JOB-SUB >= WS-JOB-ENTRY-COUNT
                       ADD 1 TO WS-JOB-SUB
                       IF WS-JT-CODE(WS-JOB-SUB) = WS-JOB-CODE-BUFFER
                           MOVE 'Y' TO WS-JOB-FOUND-FLAG
                           MOVE WS-JT-TITLE(WS-JOB-SUB)
                               TO WS-JOB-TITLE-WORK
                           MOVE WS-JT-GRADE-MIN(WS-JOB-SUB)
                               TO WS-JOB-GRADE-MIN
                           MOVE WS-JT-GRADE-MAX(WS-JOB-SUB)
                               TO WS-JOB-GRADE-MAX
                       END-IF
                   END-PERFORM.

           *> Mass-transfers employees between departments from a
           *> mapping file, refusing to run on any invalid mapping
       450-DEPT-REORG.
           OPEN INPUT ReorgMapFile
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY "No reorg mapping file found. Skipped."
           ELSE
               PERFORM 451-LOAD-REORG-MAP
               IF WS-MAP-COUNT = ZERO
                   DISPLAY "Reorg mapping file is empty. Skipped."
               ELSE
               IF MAP-OVERFLOW
                   DISPLAY "Reorg refused: split the mapping file"
                       " and rerun."
               ELSE
                   PERFORM 452-VALIDATE-REORG-MAP
                   IF MAP-VALID
                       PERFORM 453-APPLY-REORG
                       PERFORM 454-PRINT-REORG-SUMMARY
                   ELSE
                       DISPLAY "Reorg refused: fix the mapping file"
                           " and rerun."
                   END-IF
               END-IF
               END-IF
           END-IF.

           *> Loads the old-to-new dept pairs into the mapping table
           451-LOAD-REORG-MAP.
                   MOVE ZERO TO WS-MAP-COUNT
                   MOVE 'N' TO WS-MAP-EOF
                   MOVE 'N' TO WS-MAP-OVERFLOW-FLAG
                   PERFORM UNTIL MAP-EOF OR WS-MAP-COUNT >= 20
                       READ ReorgMapFile
                           AT END
                               MOVE 'Y' TO WS-MAP-EOF
                           NOT AT END
                               ADD 1 TO WS-MAP-COUNT
                               MOVE RM-OLD-DEPT TO
                                   WS-MAP-OLD-DEPT(WS-MAP-COUNT)
                               MOVE RM-NEW-DEPT TO
                                   WS-MAP-NEW-DEPT(WS-MAP-COUNT)
                               MOVE ZERO TO
                                   WS-MAP-MOVED(WS-MAP-COUNT)
                       END-READ
                   END-PERFORM
                   IF NOT MAP-EOF
                       READ ReorgMapFile
                           AT END
                               MOVE 'Y' TO WS-MAP-EOF
                           NOT AT END
                               DISPLAY "Mapping file has more than"
                                   " 20 pairs; none applied."
                               MOVE 'Y' TO WS-MAP-OVERFLOW-FLAG
                       END-READ
                   END-IF
                   CLOSE ReorgMapFile.

           *> Validates both sides of every mapping against
           *> DEPT-MASTER; the target must be present and active
           452-VALIDATE-REORG-MAP.
                   MOVE 'Y' TO WS-MAP-VALID-FLAG
                   PERFORM 401-LOAD-DEPT-TABLE
                   MOVE ZERO TO WS-MAP-SUB
                   PERFORM WS-MAP-COUNT TIMES
                       ADD 1 TO WS-MAP-SUB
                       IF WS-MAP-OLD-DEPT(WS-MAP-SUB) IS NOT NUMERIC
                               OR WS-MAP-NEW-DEPT(WS-MAP-SUB)
                                   IS NOT NUMERIC
                           DISPLAY "Mapping "
                               WS-MAP-OLD-DEPT(WS-MAP-SUB) " -> "
                               WS-MAP-NEW-DEPT(WS-MAP-SUB)
                               " is not numeric."
                           MOVE 'N' TO WS-MAP-VALID-FLAG
                       ELSE
                           MOVE WS-MAP-OLD-DEPT(WS-MAP-SUB)
                               TO WS-DEPT-CODE-WORK
                           PERFORM 407-FIND-DEPT-ENTRY
                           IF NOT DEPT-FOUND
                               DISPLAY "Source dept "
                                   WS-MAP-OLD-DEPT(WS-MAP-SUB)
                                   " not on DEPT-MASTER."
                               MOVE 'N' TO WS-MAP-VALID-FLAG
                           END-IF
                           MOVE WS-MAP-NEW-DEPT(WS-MAP-SUB)
                               TO WS-DEPT-CODE-WORK
                           PERFORM 407-FIND-DEPT-ENTRY
                           IF NOT DEPT-FOUND
                               DISPLAY "Target dept "
                                   WS-MAP-NEW-DEPT(WS-MAP-SUB)
                                   " not on DEPT-MASTER."
                               MOVE 'N' TO WS-MAP-VALID-FLAG
                           ELSE
                               IF WS-DT-STATUS(WS-DEPT-SUB) NOT = 'A'
                                   DISPLAY "Target dept "
                                       WS-MAP-NEW-DEPT(WS-MAP-SUB)
                                       " is inactive."
                                   MOVE 'N' TO WS-MAP-VALID-FLAG
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM.

           *> One pass over the master rewriting every matching record
           453-APPLY-REORG.
                   MOVE ZERO TO WS-REORG-TOTAL
                   OPEN I-O EmployeeFile
                   IF WS-EMP-FILE-STATUS NOT = '00'
                       DISPLAY "Employee master not available."
                   ELSE
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL EOF
                           READ EmployeeFile
                               AT END
                                   SET EOF TO TRUE
                               NOT AT END
                                   PERFORM 455-TRANSFER-ONE-EMPLOYEE
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeFile
                   END-IF.

           *> Prints how many employees moved per mapping
           454-PRINT-REORG-SUMMARY.
                   DISPLAY "Department reorganization summary:"
                   MOVE ZERO TO WS-MAP-SUB
                   PERFORM WS-MAP-COUNT TIMES
                       ADD 1 TO WS-MAP-SUB
                       DISPLAY "  " WS-MAP-OLD-DEPT(WS-MAP-SUB)
                           " -> " WS-MAP-NEW-DEPT(WS-MAP-SUB)
                           " : " WS-MAP-MOVED(WS-MAP-SUB)
                           " employee(s) moved"
                   END-PERFORM
                   DISPLAY "  Total moved : " WS-REORG-TOTAL.

           *> Applies the first matching mapping to the current record
           455-TRANSFER-ONE-EMPLOYEE.
                   MOVE 'N' TO WS-DEPT-FOUND-FLAG
                   MOVE ZERO TO WS-MAP-SUB
                   PERFORM UNTIL DEPT-FOUND
                           OR WS-MAP-SUB >= WS-MAP-COUNT
                       ADD 1 TO WS-MAP-SUB
                       IF Dept OF EmployeeRecordFormat =
                               WS-MAP-OLD-DEPT(WS-MAP-SUB)
                           MOVE 'Y' TO WS-DEPT-FOUND-FLAG
                           MOVE Dept OF EmployeeRecordFormat
                               TO WS-XFER-OLD-DEPT
                           MOVE WS-MAP-NEW-DEPT(WS-MAP-SUB)
                               TO Dept OF EmployeeRecordFormat
                           IF Emp-Status OF EmployeeRecordFormat
                                   NOT = 'T'
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO Status-Date
                                   OF EmployeeRecordFormat
                           END-IF
                           REWRITE EmployeeRecordFormat
                               INVALID KEY
                                   DISPLAY "Unable to transfer "
                                       Employee-ID
                                       OF EmployeeRecordFormat
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-MAP-MOVED(WS-MAP-SUB)
                                   ADD 1 TO WS-REORG-TOTAL
                                   MOVE Employee-ID
                                       OF EmployeeRecordFormat
                                       TO WS-AUDIT-EMPLOYEE-ID
                                   MOVE "XFER" TO WS-AUDIT-ACTION
                                   PERFORM 900-LOG-AUDIT-ENTRY
                                   IF Emp-Status
                                           OF EmployeeRecordFormat
                                           NOT = 'T'
                                       PERFORM
                                           152-WRITE-TRANSFER-HISTORY
                                   END-IF
                           END-REWRITE
                       END-IF
                   END-PERFORM.

           *> Annual merit cycle, step one: prices an increase for
           *> every active or on-leave employee from MERITPCT.txt and
           *> writes a preview by department plus the worksheet that
           *> the commit step applies
       460-MERIT-PREVIEW.
           MOVE ZERO TO WS-MERIT-LISTED
           MOVE ZERO TO WS-MERIT-PROPOSALS
           MOVE ZERO TO WS-MERIT-NO-RATE
           PERFORM 461-LOAD-MERIT-TABLE
           IF WS-MERIT-RATE-COUNT = ZERO
               DISPLAY "No merit percentage table (MERITPCT.txt)."
                   " Preview skipped."
           ELSE
               PERFORM 401-LOAD-DEPT-TABLE
               PERFORM 412-LOAD-JOB-TABLE
               SORT SortedEmployeeFile
                   ON ASCENDING KEY SE-Dept SE-Last-Name
                   INPUT PROCEDURE IS 463-MERIT-PREVIEW-INPUT
                   OUTPUT PROCEDURE IS 464-MERIT-PREVIEW-OUTPUT
               DISPLAY "Merit preview: " WS-MERIT-PROPOSALS
                   " increase(s) on MERITWKS.txt, " WS-MERIT-NO-RATE
                   " employee(s) without a rate."
           END-IF.

           *> Loads MERITPCT.txt; a missing file leaves the table empty
           461-LOAD-MERIT-TABLE.
                   MOVE ZERO TO WS-MERIT-RATE-COUNT
                   OPEN INPUT MeritTableFile
                   IF WS-MPT-FILE-STATUS = '00'
                       MOVE 'N' TO WS-MPT-EOF
                       PERFORM UNTIL MPT-EOF
                           READ MeritTableFile
                               AT END
                                   MOVE 'Y' TO WS-MPT-EOF
                               NOT AT END
                                   PERFORM 462-STORE-MERIT-RATE
                           END-READ
                       END-PERFORM
                       CLOSE MeritTableFile
                   END-IF.

           *> Keeps one J (job code) or D (dept) rate line; a line
           *> starting * is a comment, anything else is reported
           462-STORE-MERIT-RATE.
                   EVALUATE TRUE
                       WHEN MP-KEY-TYPE = '*'
                           CONTINUE
                       WHEN (MP-KEY-TYPE = 'J' OR MP-KEY-TYPE = 'D')
                               AND MP-PERCENT IS NUMERIC
                           IF WS-MERIT-RATE-COUNT >= 200
                               DISPLAY "MERITPCT.txt exceeds 200"
                                   " entries; extras ignored."
                               MOVE 'Y' TO WS-MPT-EOF
                           ELSE
                               ADD 1 TO WS-MERIT-RATE-COUNT
                               MOVE MP-KEY-TYPE TO
                                   WS-MR-KEY-TYPE(WS-MERIT-RATE-COUNT)
                               MOVE MP-KEY TO
                                   WS-MR-KEY(WS-MERIT-RATE-COUNT)
                               MOVE MP-PERCENT TO
                                   WS-MR-PERCENT(WS-MERIT-RATE-COUNT)
                           END-IF
                       WHEN OTHER
                           DISPLAY "MERITPCT.txt line ignored: "
                               MeritTableRecord
                   END-EVALUATE.

           *> Releases every active or on-leave employee
           463-MERIT-PREVIEW-INPUT.
                   OPEN INPUT EmployeeFile
                   IF WS-EMP-FILE-STATUS = '00'
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL EOF
                           READ EmployeeFile
                               AT END
                                   SET EOF TO TRUE
                               NOT AT END
                                   IF Emp-Status OF EmployeeRecordFormat
                                           = 'A'
                                           OR Emp-Status
                                           OF EmployeeRecordFormat = 'L'
                                       PERFORM 266-FILL-SORTED-EMPLOYEE
                                       RELEASE SortedEmployeeRecord
                                       ADD 1 TO WS-MERIT-LISTED
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeFile
                   END-IF.

           464-MERIT-PREVIEW-OUTPUT.
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE SPACES TO WS-TODAY-DATE
                   STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                       DELIMITED BY SIZE INTO WS-TODAY-DATE
                   OPEN OUTPUT MeritPreviewFile
                   OPEN OUTPUT MeritWorksheetFile
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "Merit Increase Preview - " WS-TODAY-DATE
                       DELIMITED BY SIZE INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "Commit applies the proposed salary less any"
                       " amount over grade maximum."
                       DELIMITED BY SIZE INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "Set column 1 of a MERITWKS.txt line to N to"
                       " hold that increase back."
                       DELIMITED BY SIZE INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE ZERO TO WS-MERIT-TOTAL-OLD
                   MOVE ZERO TO WS-MERIT-TOTAL-NEW
                   MOVE ZERO TO WS-MERIT-TOTAL-OVER
                   MOVE ZERO TO WS-CURRENT-DEPT
                   MOVE 'Y' TO WS-FIRST-DEPT-FLAG
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN SortedEmployeeFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               IF WS-FIRST-DEPT-FLAG = 'Y'
                                       OR SE-Dept NOT = WS-CURRENT-DEPT
                                   IF WS-FIRST-DEPT-FLAG = 'N'
                                       PERFORM 467-MERIT-DEPT-TOTAL
                                   END-IF
                                   MOVE SE-Dept TO WS-CURRENT-DEPT
                                   MOVE 'N' TO WS-FIRST-DEPT-FLAG
                                   PERFORM 466-MERIT-DEPT-HEADING
                               END-IF
                               PERFORM 465-PRICE-ONE-INCREASE
                       END-RETURN
                   END-PERFORM
                   IF WS-FIRST-DEPT-FLAG = 'N'
                       PERFORM 467-MERIT-DEPT-TOTAL
                   END-IF
                   PERFORM 468-MERIT-GRAND-TOTAL
                   CLOSE MeritWorksheetFile
                   CLOSE MeritPreviewFile.

           *> Prices one increase; the worksheet carries the proposal
           *> capped at the grade maximum, and only real increases
           465-PRICE-ONE-INCREASE.
                   PERFORM 469-FIND-MERIT-RATE
                   MOVE SE-Salary TO WS-SALARY-SHOW
                   MOVE SPACES TO MeritPreviewRecord
                   IF NOT MERIT-RATE-FOUND
                       ADD 1 TO WS-MERIT-NO-RATE
                       STRING "  " SE-Employee-ID " " SE-Last-Name(1:16)
                           " " SE-Job-Code "   n/a " WS-SALARY-SHOW
                           "  NO RATE FOR JOB OR DEPT"
                           DELIMITED BY SIZE INTO MeritPreviewRecord
                       WRITE MeritPreviewRecord
                   ELSE
                       COMPUTE WS-MERIT-PROPOSED ROUNDED =
                           SE-Salary * (100 + WS-MERIT-PERCENT) / 100
                       MOVE WS-MERIT-PROPOSED TO WS-MERIT-NEW
                       MOVE ZERO TO WS-MERIT-OVER
                       MOVE SE-Job-Code TO WS-JOB-CODE-BUFFER
                       PERFORM 413-FIND-JOB-ENTRY
                       IF JOB-FOUND AND WS-JOB-GRADE-MAX > ZERO
                           MOVE WS-JOB-GRADE-MAX TO WS-MERIT-GRADE-MAX
                           IF WS-MERIT-PROPOSED > WS-MERIT-GRADE-MAX
                               COMPUTE WS-MERIT-OVER =
                                   WS-MERIT-PROPOSED
                                   - WS-MERIT-GRADE-MAX
                               IF SE-Salary < WS-MERIT-GRADE-MAX
                                   MOVE WS-MERIT-GRADE-MAX
                                       TO WS-MERIT-NEW
                               ELSE
                                   MOVE SE-Salary TO WS-MERIT-NEW
                               END-IF
                           END-IF
                       END-IF
                       MOVE WS-MERIT-PERCENT TO WS-MERIT-PCT-SHOW
                       MOVE WS-MERIT-PROPOSED TO WS-MERIT-NEW-SHOW
                       STRING "  " SE-Employee-ID " " SE-Last-Name(1:16)
                           " " SE-Job-Code " " WS-MERIT-PCT-SHOW " "
                           WS-SALARY-SHOW " " WS-MERIT-NEW-SHOW
                           DELIMITED BY SIZE INTO MeritPreviewRecord
                       IF WS-MERIT-OVER > ZERO
                           MOVE WS-MERIT-OVER TO WS-MERIT-OVER-SHOW
                           MOVE WS-MERIT-OVER-SHOW
                               TO MeritPreviewRecord(60:10)
                       END-IF
                       WRITE MeritPreviewRecord
                       ADD 1 TO WS-MERIT-DEPT-COUNT
                       ADD SE-Salary TO WS-MERIT-DEPT-OLD
                       ADD WS-MERIT-NEW TO WS-MERIT-DEPT-NEW
                       ADD WS-MERIT-OVER TO WS-MERIT-DEPT-OVER
                       IF WS-MERIT-NEW > SE-Salary
                           MOVE SPACES TO MeritWorksheetRecord
                           MOVE 'Y' TO MW-FLAG
                           MOVE SE-Employee-ID TO MW-EMPLOYEE-ID
                           MOVE SE-Dept TO MW-DEPT
                           MOVE SE-Job-Code TO MW-JOB-CODE
                           MOVE WS-MERIT-PERCENT TO MW-PERCENT
                           MOVE SE-Salary TO MW-OLD-SALARY
                           MOVE WS-MERIT-NEW TO MW-NEW-SALARY
                           MOVE WS-MERIT-OVER TO MW-OVER-MAX
                           WRITE MeritWorksheetRecord
                           ADD 1 TO WS-MERIT-PROPOSALS
                       END-IF
                   END-IF.

           466-MERIT-DEPT-HEADING.
                   MOVE ZERO TO WS-MERIT-DEPT-COUNT
                   MOVE ZERO TO WS-MERIT-DEPT-OLD
                   MOVE ZERO TO WS-MERIT-DEPT-NEW
                   MOVE ZERO TO WS-MERIT-DEPT-OVER
                   MOVE SE-Dept TO WS-DEPT-CODE-WORK
                   PERFORM 407-FIND-DEPT-ENTRY
                   MOVE SPACES TO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE SPACES TO MeritPreviewRecord
                   IF DEPT-FOUND
                       STRING "Department " SE-Dept " - "
                           WS-DT-NAME(WS-DEPT-SUB)
                           DELIMITED BY SIZE INTO MeritPreviewRecord
                   ELSE
                       STRING "Department " SE-Dept DELIMITED BY SIZE
                           INTO MeritPreviewRecord
                   END-IF
                   WRITE MeritPreviewRecord
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "  ID     Last Name        Job    Pct"
                       " Old Salary   Proposed   Over Max"
                       DELIMITED BY SIZE INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord.

           *> Department totals: salary before and after the capped
           *> increases, the cost, and the amount held over grade max
           467-MERIT-DEPT-TOTAL.
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "  Dept " WS-CURRENT-DEPT " priced : "
                       WS-MERIT-DEPT-COUNT DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE WS-MERIT-DEPT-OLD TO WS-MERIT-AMOUNT-SHOW
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "    Current salary total  : "
                       WS-MERIT-AMOUNT-SHOW DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE WS-MERIT-DEPT-NEW TO WS-MERIT-AMOUNT-SHOW
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "    After increases       : "
                       WS-MERIT-AMOUNT-SHOW DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   COMPUTE WS-MERIT-AMOUNT-SHOW =
                       WS-MERIT-DEPT-NEW - WS-MERIT-DEPT-OLD
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "    Increase cost         : "
                       WS-MERIT-AMOUNT-SHOW DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE WS-MERIT-DEPT-OVER TO WS-MERIT-AMOUNT-SHOW
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "    Over grade maximum    : "
                       WS-MERIT-AMOUNT-SHOW DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   ADD WS-MERIT-DEPT-OLD TO WS-MERIT-TOTAL-OLD
                   ADD WS-MERIT-DEPT-NEW TO WS-MERIT-TOTAL-NEW
                   ADD WS-MERIT-DEPT-OVER TO WS-MERIT-TOTAL-OVER.

           468-MERIT-GRAND-TOTAL.
                   MOVE SPACES TO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "Company : " WS-MERIT-LISTED " listed, "
                       WS-MERIT-PROPOSALS " on worksheet, "
                       WS-MERIT-NO-RATE " without a rate"
                       DELIMITED BY SIZE INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE WS-MERIT-TOTAL-OLD TO WS-MERIT-AMOUNT-SHOW
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "    Current salary total  : "
                       WS-MERIT-AMOUNT-SHOW DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE WS-MERIT-TOTAL-NEW TO WS-MERIT-AMOUNT-SHOW
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "    After increases       : "
                       WS-MERIT-AMOUNT-SHOW DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   COMPUTE WS-MERIT-AMOUNT-SHOW =
                       WS-MERIT-TOTAL-NEW - WS-MERIT-TOTAL-OLD
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "    Increase cost         : "
                       WS-MERIT-AMOUNT-SHOW DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord
                   MOVE WS-MERIT-TOTAL-OVER TO WS-MERIT-AMOUNT-SHOW
                   MOVE SPACES TO MeritPreviewRecord
                   STRING "    Over grade maximum    : "
                       WS-MERIT-AMOUNT-SHOW DELIMITED BY SIZE
                       INTO MeritPreviewRecord
                   WRITE MeritPreviewRecord.

           *> A job-code rate wins over the department rate
           469-FIND-MERIT-RATE.
                   MOVE 'N' TO WS-MERIT-FOUND-FLAG
                   MOVE ZERO TO WS-MERIT-PERCENT
                   MOVE ZERO TO WS-MERIT-SUB
                   PERFORM UNTIL MERIT-RATE-FOUND
                           OR WS-MERIT-SUB >= WS-MERIT-RATE-COUNT
                       ADD 1 TO WS-MERIT-SUB
                       IF WS-MR-KEY-TYPE(WS-MERIT-SUB) = 'J'
                               AND WS-MR-KEY(WS-MERIT-SUB)
                               = SE-Job-Code
                           MOVE 'Y' TO WS-MERIT-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT MERIT-RATE-FOUND
                       MOVE SPACES TO WS-MERIT-KEY
                       MOVE SE-Dept TO WS-MERIT-KEY(1:3)
                       MOVE ZERO TO WS-MERIT-SUB
                       PERFORM UNTIL MERIT-RATE-FOUND
                               OR WS-MERIT-SUB >= WS-MERIT-RATE-COUNT
                           ADD 1 TO WS-MERIT-SUB
                           IF WS-MR-KEY-TYPE(WS-MERIT-SUB) = 'D'
                                   AND WS-MR-KEY(WS-MERIT-SUB)
                                   = WS-MERIT-KEY
                               MOVE 'Y' TO WS-MERIT-FOUND-FLAG
                           END-IF
                       END-PERFORM
                   END-IF
                   IF MERIT-RATE-FOUND
                       MOVE WS-MR-PERCENT(WS-MERIT-SUB)
                           TO WS-MERIT-PERCENT
                   END-IF.

           *> Annual merit cycle, step two (supervisor only): applies
           *> every Y line of the worksheet to the master with one
           *> SALHIST line and one audit entry per employee, and marks
           *> the lines so a rerun cannot apply them twice; a
           *> back-dated effective date queues retro pay as well
       470-MERIT-COMMIT.
           MOVE ZERO TO WS-MERIT-APPLIED
           MOVE ZERO TO WS-MERIT-HELD
           MOVE ZERO TO WS-MERIT-SKIPPED
           MOVE 'Y' TO WS-MERIT-DATE-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF UNATTENDED-RUN
               IF WS-MERIT-EFF-BUF = SPACES
                   MOVE WS-TODAY-YYYYMMDD TO WS-SALARY-EFF-DATE
               ELSE
                   MOVE WS-MERIT-EFF-BUF TO WS-DATE-BUFFER
                   PERFORM 111-CHECK-DATE-VALID
                   IF DATE-VALID
                       MOVE WS-EDIT-DATE-NUM TO WS-SALARY-EFF-DATE
                   ELSE
                       MOVE 'N' TO WS-MERIT-DATE-FLAG
                   END-IF
               END-IF
           ELSE
               PERFORM 150-ACCEPT-SALARY-EFF-DATE
           END-IF
           IF NOT MERIT-DATE-OK
               DISPLAY "Merit effective date must be YYYYMMDD, not"
                   " in the future. Commit skipped."
           ELSE
           OPEN INPUT MeritWorksheetFile
           IF WS-MWK-FILE-STATUS NOT = '00'
               DISPLAY "No merit worksheet (MERITWKS.txt)."
                   " Commit skipped."
           ELSE
               PERFORM 130-OPEN-EMPLOYEE-MASTER
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Merit commit skipped."
                   CLOSE MeritWorksheetFile
               ELSE
                   OPEN OUTPUT MeritWorkFile
                   MOVE 'N' TO WS-MWK-EOF
                   PERFORM UNTIL MWK-EOF
                       READ MeritWorksheetFile
                           AT END
                               MOVE 'Y' TO WS-MWK-EOF
                           NOT AT END
                               PERFORM 471-COMMIT-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE MeritWorkFile
                   CLOSE MeritWorksheetFile
                   CLOSE EmployeeFile
                   PERFORM 473-REBUILD-WORKSHEET
                   DISPLAY "Merit commit: " WS-MERIT-APPLIED
                       " applied, " WS-MERIT-HELD " held, "
                       WS-MERIT-SKIPPED " skipped."
               END-IF
           END-IF
           END-IF.

           *> Applies one approved line and carries every line forward
           *> with its updated flag
           471-COMMIT-ONE-LINE.
                   EVALUATE MW-FLAG
                       WHEN 'Y'
                       WHEN 'y'
                           PERFORM 472-APPLY-MERIT-INCREASE
                       WHEN 'N'
                       WHEN 'n'
                           ADD 1 TO WS-MERIT-HELD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE MeritWorksheetRecord TO MeritWorkRecord
                   WRITE MeritWorkRecord.

           *> Skips the line (flag S) when the employee has left or
           *> their salary has moved since the preview was built
           472-APPLY-MERIT-INCREASE.
                   MOVE 'S' TO MW-FLAG
                   IF MW-EMPLOYEE-ID IS NOT NUMERIC
                           OR MW-NEW-SALARY IS NOT NUMERIC
                           OR MW-OLD-SALARY IS NOT NUMERIC
                       DISPLAY "Merit worksheet line not valid: "
                           MeritWorksheetRecord
                   ELSE
                   MOVE MW-EMPLOYEE-ID
                       TO Employee-ID OF EmployeeRecordFormat
                   READ EmployeeFile
                       INVALID KEY
                           DISPLAY "Merit for " MW-EMPLOYEE-ID
                               ": employee not on file. Skipped."
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN Emp-Status OF EmployeeRecordFormat
                                       = 'T'
                                   DISPLAY "Merit for " MW-EMPLOYEE-ID
                                       ": employee terminated."
                                       " Skipped."
                               WHEN Salary OF EmployeeRecordFormat
                                       NOT = MW-OLD-SALARY
                                   DISPLAY "Merit for " MW-EMPLOYEE-ID
                                       ": salary changed since the"
                                       " preview. Skipped."
                               WHEN OTHER
                                   PERFORM 474-POST-MERIT-INCREASE
                           END-EVALUATE
                   END-READ
                   END-IF
                   IF MW-FLAG = 'S'
                       ADD 1 TO WS-MERIT-SKIPPED
                   END-IF.

           *> Copies the marked worksheet back over MERITWKS.txt
           473-REBUILD-WORKSHEET.
                   OPEN INPUT MeritWorkFile
                   OPEN OUTPUT MeritWorksheetFile
                   MOVE 'N' TO WS-MWK-EOF
                   PERFORM UNTIL MWK-EOF
                       READ MeritWorkFile
                           AT END
                               MOVE 'Y' TO WS-MWK-EOF
                           NOT AT END
                               MOVE MeritWorkRecord
                                   TO MeritWorksheetRecord
                               WRITE MeritWorksheetRecord
                       END-READ
                   END-PERFORM
                   CLOSE MeritWorksheetFile
                   CLOSE MeritWorkFile.

           *> Rewrites the master for one approved increase
           474-POST-MERIT-INCREASE.
                   MOVE Salary OF EmployeeRecordFormat
                       TO WS-OLD-SALARY
                   MOVE MW-NEW-SALARY TO Salary OF EmployeeRecordFormat
                   REWRITE EmployeeRecordFormat
                       INVALID KEY
                           DISPLAY "Unable to apply merit for "
                               MW-EMPLOYEE-ID
                       NOT INVALID KEY
                           MOVE 'C' TO MW-FLAG
                           ADD 1 TO WS-MERIT-APPLIED
                           PERFORM 138-WRITE-SALARY-HISTORY
                           MOVE MW-EMPLOYEE-ID TO WS-AUDIT-EMPLOYEE-ID
                           MOVE "MERIT" TO WS-AUDIT-ACTION
                           PERFORM 900-LOG-AUDIT-ENTRY
                           IF WS-SALARY-EFF-DATE < WS-TODAY-YYYYMMDD
                               PERFORM 151-QUEUE-RETRO-PAY
                           END-IF
                   END-REWRITE.

           *> Applies an ADD/CHG/DEL transaction file against the
           *> employee master, rejecting failures with a reason code
       500-BATCH-PROCESS.
           OPEN INPUT TransactionFile
           IF WS-TRN-FILE-STATUS NOT = '00'
               DISPLAY "No transaction file found. Batch skipped."
           ELSE
               PERFORM 130-OPEN-EMPLOYEE-MASTER
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Batch skipped."
                   CLOSE TransactionFile
               ELSE
               OPEN OUTPUT TransactionRejectFile
               MOVE ZERO TO WS-TRN-READ-COUNT
               MOVE ZERO TO WS-TRN-APPLIED
               MOVE ZERO TO WS-TRN-REJECTED
               MOVE 'N' TO WS-TRN-EOF
               PERFORM UNTIL TRN-EOF
                   READ TransactionFile
                       AT END
                           MOVE 'Y' TO WS-TRN-EOF
                       NOT AT END
                           ADD 1 TO WS-TRN-READ-COUNT
                           PERFORM 501-APPLY-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TransactionRejectFile
               CLOSE EmployeeFile
               CLOSE TransactionFile
               DISPLAY "Batch complete: " WS-TRN-READ-COUNT
                   " read, " WS-TRN-APPLIED " applied, "
                   WS-TRN-REJECTED " rejected."
               END-IF
           END-IF.

           *> Routes one transaction by its action code
           501-APPLY-TRANSACTION.
                   EVALUATE TRN-ACTION
                       WHEN 'ADD'
                           PERFORM 502-BATCH-ADD
                       WHEN 'CHG'
                           PERFORM 503-BATCH-CHANGE
                       WHEN 'DEL'
                           PERFORM 504-BATCH-DELETE
                       WHEN OTHER
                           MOVE '01' TO WS-TRN-REASON-CODE
                           MOVE "INVALID ACTION CODE"
                               TO WS-TRN-REASON-TEXT
                           PERFORM 509-WRITE-REJECT
                   END-EVALUATE.

           *> Adds a new employee from the transaction record
           502-BATCH-ADD.
                   PERFORM 505-EDIT-TRANSACTION-FIELDS
                   IF TRN-VALID
                       WRITE EmployeeRecordFormat
                           INVALID KEY
                               PERFORM 112-ATTEMPT-REHIRE
                               IF REHIRE-DONE
                                   ADD 1 TO WS-TRN-APPLIED
                                   ADD 1 TO WS-SESSION-ADDED
                                   MOVE Employee-ID
                                       OF EmployeeRecordFormat
                                       TO WS-AUDIT-EMPLOYEE-ID
                                   MOVE "REHIRE" TO WS-AUDIT-ACTION
                                   PERFORM 900-LOG-AUDIT-ENTRY
                                   PERFORM 153-SET-PROBATION-END
                               ELSE
                                   MOVE '06' TO WS-TRN-REASON-CODE
                                   MOVE "EMPLOYEE-ID ALREADY ON FILE"
                                       TO WS-TRN-REASON-TEXT
                                   PERFORM 509-WRITE-REJECT
                               END-IF
                           NOT INVALID KEY
                               ADD 1 TO WS-TRN-APPLIED
                               ADD 1 TO WS-SESSION-ADDED
                               MOVE Employee-ID OF EmployeeRecordFormat
                                   TO WS-AUDIT-EMPLOYEE-ID
                               MOVE "ADD" TO WS-AUDIT-ACTION
                               PERFORM 900-LOG-AUDIT-ENTRY
                               PERFORM 153-SET-PROBATION-END
                       END-WRITE
                   END-IF.

           *> Changes an existing employee; blank fields keep current
           503-BATCH-CHANGE.
                   IF TRN-EMPLOYEE-ID IS NOT NUMERIC
                       MOVE '02' TO WS-TRN-REASON-CODE
                       MOVE "EMPLOYEE-ID NOT NUMERIC"
                           TO WS-TRN-REASON-TEXT
                       PERFORM 509-WRITE-REJECT
                   ELSE
                       MOVE TRN-EMPLOYEE-ID
                           TO Employee-ID OF EmployeeRecordFormat
                       READ EmployeeFile
                           INVALID KEY
                               MOVE '07' TO WS-TRN-REASON-CODE
                               MOVE "EMPLOYEE-ID NOT ON FILE"
                                   TO WS-TRN-REASON-TEXT
                               PERFORM 509-WRITE-REJECT
                           NOT INVALID KEY
                               PERFORM 506-APPLY-CHANGE-FIELDS
                       END-READ
                   END-IF.

           *> Terminates an existing employee by Employee-ID
           504-BATCH-DELETE.
                   IF TRN-EMPLOYEE-ID IS NOT NUMERIC
                       MOVE '02' TO WS-TRN-REASON-CODE
                       MOVE "EMPLOYEE-ID NOT NUMERIC"
                           TO WS-TRN-REASON-TEXT
                       PERFORM 509-WRITE-REJECT
                   ELSE
                       MOVE TRN-EMPLOYEE-ID
                           TO Employee-ID OF EmployeeRecordFormat
                       READ EmployeeFile
                           INVALID KEY
                               MOVE '07' TO WS-TRN-REASON-CODE
                               MOVE "EMPLOYEE-ID NOT ON FILE"
                                   TO WS-TRN-REASON-TEXT
                               PERFORM 509-WRITE-REJECT
                           NOT INVALID KEY
                               IF Emp-Status OF EmployeeRecordFormat
                                       = 'T'
                                   MOVE '09' TO WS-TRN-REASON-CODE
                                   MOVE "EMPLOYEE ALREADY TERMINATED"
                                       TO WS-TRN-REASON-TEXT
                                   PERFORM 509-WRITE-REJECT
                               ELSE
                               MOVE 'T' TO Emp-Status
                                   OF EmployeeRecordFormat
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO Status-Date
                                   OF EmployeeRecordFormat
                               REWRITE EmployeeRecordFormat
                                   INVALID KEY
                                       MOVE '08' TO
                                           WS-TRN-REASON-CODE
                                       MOVE "UNABLE TO REWRITE RECORD"
                                           TO WS-TRN-REASON-TEXT
                                       PERFORM 509-WRITE-REJECT
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TRN-APPLIED
                                       ADD 1 TO WS-SESSION-REMOVED
                                       MOVE Employee-ID
                                           OF EmployeeRecordFormat
                                           TO WS-AUDIT-EMPLOYEE-ID
                                       MOVE "TERMINATE"
                                           TO WS-AUDIT-ACTION
                                       PERFORM 900-LOG-AUDIT-ENTRY
                               END-REWRITE
                               END-IF
                       END-READ
                   END-IF.

           *> Edits every field of an ADD transaction, same rules as
           *> the keyed prompts, and builds the employee record
           505-EDIT-TRANSACTION-FIELDS.
                   MOVE 'Y' TO WS-TRN-VALID-FLAG
                   MOVE SPACES TO WS-TRN-REASON-CODE
                   EVALUATE TRUE
                       WHEN TRN-EMPLOYEE-ID IS NOT NUMERIC
                           MOVE '02' TO WS-TRN-REASON-CODE
                           MOVE "EMPLOYEE-ID NOT NUMERIC"
                               TO WS-TRN-REASON-TEXT
                       WHEN TRN-DEPT IS NOT NUMERIC
                           MOVE '03' TO WS-TRN-REASON-CODE
                           MOVE "DEPT CODE NOT NUMERIC"
                               TO WS-TRN-REASON-TEXT
                       WHEN TRN-HIRE-DATE IS NOT NUMERIC
                           MOVE '04' TO WS-TRN-REASON-CODE
                           MOVE "HIRE DATE NOT NUMERIC"
                               TO WS-TRN-REASON-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-TRN-REASON-CODE NOT = SPACES
                       PERFORM 509-WRITE-REJECT
                   ELSE
                       MOVE TRN-EMPLOYEE-ID
                           TO Employee-ID OF EmployeeRecordFormat
                       MOVE TRN-DEPT TO Dept OF EmployeeRecordFormat
                       PERFORM 109-CHECK-DEPT-EXISTS
                       IF NOT DEPT-FOUND
                           MOVE '05' TO WS-TRN-REASON-CODE
                           MOVE "DEPT NOT ON DEPT-MASTER"
                               TO WS-TRN-REASON-TEXT
                           PERFORM 509-WRITE-REJECT
                       ELSE
                           MOVE TRN-HIRE-DATE TO WS-DATE-BUFFER
                           PERFORM 111-CHECK-DATE-VALID
                           IF NOT DATE-VALID
                               MOVE '04' TO WS-TRN-REASON-CODE
                               MOVE "HIRE DATE INVALID OR FUTURE"
                                   TO WS-TRN-REASON-TEXT
                               PERFORM 509-WRITE-REJECT
                           ELSE
                               MOVE WS-EDIT-DATE-NUM
                                   TO Hire-Date OF EmployeeRecordFormat
                               MOVE TRN-LAST-NAME
                                   TO Last-Name OF EmployeeRecordFormat
                               MOVE TRN-FIRST-NAME
                                   TO First-Name OF EmployeeRecordFormat
                               MOVE 'A' TO Emp-Status
                                   OF EmployeeRecordFormat
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO Status-Date
                                   OF EmployeeRecordFormat
                               MOVE SPACES TO Job-Code
                                   OF EmployeeRecordFormat
                               MOVE ZERO TO Salary
                                   OF EmployeeRecordFormat
                               MOVE ZERO TO Reports-To
                                   OF EmployeeRecordFormat
                           END-IF
                       END-IF
                   END-IF.

           *> Edits and applies the non-blank fields of a CHG
           506-APPLY-CHANGE-FIELDS.
                   MOVE 'Y' TO WS-TRN-VALID-FLAG
                   MOVE SPACES TO WS-TRN-REASON-CODE
                   MOVE Dept OF EmployeeRecordFormat
                       TO WS-XFER-OLD-DEPT
                   MOVE Hire-Date OF EmployeeRecordFormat
                       TO WS-PB-OLD-HIRE-DATE
                   IF TRN-DEPT NOT = SPACES
                       IF TRN-DEPT IS NUMERIC
                           MOVE TRN-DEPT
                               TO Dept OF EmployeeRecordFormat
                           PERFORM 109-CHECK-DEPT-EXISTS
                           IF NOT DEPT-FOUND
                               MOVE '05' TO WS-TRN-REASON-CODE
                               MOVE "DEPT NOT ON DEPT-MASTER"
                                   TO WS-TRN-REASON-TEXT
                           END-IF
                       ELSE
                           MOVE '03' TO WS-TRN-REASON-CODE
                           MOVE "DEPT CODE NOT NUMERIC"
                               TO WS-TRN-REASON-TEXT
                       END-IF
                   END-IF
                   IF WS-TRN-REASON-CODE = SPACES
                           AND TRN-HIRE-DATE NOT = SPACES
                       MOVE TRN-HIRE-DATE TO WS-DATE-BUFFER
                       PERFORM 111-CHECK-DATE-VALID
                       IF DATE-VALID
                           MOVE WS-EDIT-DATE-NUM
                               TO Hire-Date OF EmployeeRecordFormat
                       ELSE
                           MOVE '04' TO WS-TRN-REASON-CODE
                           MOVE "HIRE DATE INVALID OR FUTURE"
                               TO WS-TRN-REASON-TEXT
                       END-IF
                   END-IF
                   IF WS-TRN-REASON-CODE NOT = SPACES
                       PERFORM 509-WRITE-REJECT
                   ELSE
                       IF TRN-LAST-NAME NOT = SPACES
                           MOVE TRN-LAST-NAME
                               TO Last-Name OF EmployeeRecordFormat
                       END-IF
                       IF TRN-FIRST-NAME NOT = SPACES
                           MOVE TRN-FIRST-NAME
                               TO First-Name OF EmployeeRecordFormat
                       END-IF
                       IF Dept OF EmployeeRecordFormat
                               NOT = WS-XFER-OLD-DEPT
                               AND Emp-Status OF EmployeeRecordFormat
                               NOT = 'T'
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO Status-Date OF EmployeeRecordFormat
                       END-IF
                       REWRITE EmployeeRecordFormat
                           INVALID KEY
                               MOVE '08' TO WS-TRN-REASON-CODE
                               MOVE "UNABLE TO REWRITE RECORD"
                                   TO WS-TRN-REASON-TEXT
                               PERFORM 509-WRITE-REJECT
                           NOT INVALID KEY
                               ADD 1 TO WS-TRN-APPLIED
                               MOVE Employee-ID OF EmployeeRecordFormat
                                   TO WS-AUDIT-EMPLOYEE-ID
                               MOVE "CHANGE" TO WS-AUDIT-ACTION
                               PERFORM 900-LOG-AUDIT-ENTRY
                               IF Emp-Status OF EmployeeRecordFormat
                                       NOT = 'T'
                                   PERFORM 152-WRITE-TRANSFER-HISTORY
                               END-IF
                               IF Hire-Date OF EmployeeRecordFormat
                                       NOT = WS-PB-OLD-HIRE-DATE
                                   PERFORM 160-RESET-PROBATION-END
                               END-IF
                       END-REWRITE
                   END-IF.

           *> Writes the rejected transaction with its reason code
           509-WRITE-REJECT.
                   MOVE 'N' TO WS-TRN-VALID-FLAG
                   MOVE SPACES TO TransactionRejectRecord
                   MOVE WS-TRN-REASON-CODE TO REJ-REASON-CODE
                   MOVE WS-TRN-REASON-TEXT TO REJ-REASON-TEXT
                   MOVE TransactionRecord TO REJ-TRANSACTION
                   WRITE TransactionRejectRecord
                   ADD 1 TO WS-TRN-REJECTED.

           *> Nightly release: applies every pending item whose
           *> effective date has arrived and rewrites the queue with
           *> the applied/cancelled marks kept for the paper trail
       550-RELEASE-PENDING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           OPEN INPUT PendingFile
           IF WS-PND-FILE-STATUS NOT = '00'
               DISPLAY "No pending transactions file."
                   " Release skipped."
           ELSE
               PERFORM 130-OPEN-EMPLOYEE-MASTER
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Release skipped."
                   CLOSE PendingFile
               ELSE
                   OPEN OUTPUT PendingWorkFile
                   MOVE ZERO TO WS-PEND-RELEASED
                   MOVE ZERO TO WS-PEND-CANCELLED
                   MOVE ZERO TO WS-PEND-REMAINING
                   MOVE 'N' TO WS-PND-EOF
                   PERFORM UNTIL PND-EOF
                       READ PendingFile
                           AT END
                               MOVE 'Y' TO WS-PND-EOF
                           NOT AT END
                               PERFORM 551-RELEASE-ONE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE PendingWorkFile
                   CLOSE PendingFile
                   CLOSE EmployeeFile
                   PERFORM 553-REBUILD-PENDING
                   DISPLAY "Pending release: " WS-PEND-RELEASED
                       " applied, " WS-PEND-CANCELLED
                       " cancelled, " WS-PEND-REMAINING
                       " still pending."
               END-IF
           END-IF.

           *> Applies one due item and carries every item forward
           *> with its updated status
           551-RELEASE-ONE-ITEM.
                   IF PT-STATUS = 'P'
                           AND PT-EFF-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM 552-APPLY-PENDING-ITEM
                       MOVE WS-PEND-MARK TO PT-STATUS
                       IF WS-PEND-MARK = 'A'
                           ADD 1 TO WS-PEND-RELEASED
                       ELSE
                           ADD 1 TO WS-PEND-CANCELLED
                       END-IF
                   ELSE
                       IF PT-STATUS = 'P'
                           ADD 1 TO WS-PEND-REMAINING
                       END-IF
                   END-IF
                   MOVE PendingRecord TO PendingWorkRecord
                   WRITE PendingWorkRecord.

           *> Puts one queued change onto the master and audits it
           552-APPLY-PENDING-ITEM.
                   MOVE 'C' TO WS-PEND-MARK
                   MOVE PT-EMPLOYEE-ID
                       TO Employee-ID OF EmployeeRecordFormat
                   READ EmployeeFile
                       INVALID KEY
                           DISPLAY "Pending " PT-ACTION " for "
                               PT-EMPLOYEE-ID
                               ": employee not on file. Cancelled."
                       NOT INVALID KEY
                           EVALUATE PT-ACTION
                               WHEN 'TERM'
                                   IF Emp-Status
                                           OF EmployeeRecordFormat
                                           = 'T'
                                       DISPLAY "Pending TERM for "
                                           PT-EMPLOYEE-ID
                                           ": already terminated."
                                           " Cancelled."
                                   ELSE
                                       MOVE 'T' TO Emp-Status
                                           OF EmployeeRecordFormat
                                       MOVE PT-EFF-DATE
                                           TO Status-Date
                                           OF EmployeeRecordFormat
                                       MOVE "TERMINATE"
                                           TO WS-AUDIT-ACTION
                                       PERFORM
                                           554-REWRITE-PENDING-TARGET
                                       IF WS-PEND-MARK = 'A'
                                           ADD 1
                                             TO WS-SESSION-REMOVED
                                           PERFORM
                                             141-SHOW-LEAVE-PAYOUT
                                           PERFORM
                                       148-FLAG-ORPHANED-SUBORDINATES
                                       END-IF
                                   END-IF
                               WHEN 'STAT'
                                   IF Emp-Status
                                           OF EmployeeRecordFormat
                                           = 'T'
                                       DISPLAY "Pending STAT for "
                                           PT-EMPLOYEE-ID
                                           ": employee terminated."
                                           " Cancelled."
                                   ELSE
                                       MOVE PT-NEW-VALUE(1:1)
                                           TO Emp-Status
                                           OF EmployeeRecordFormat
                                       MOVE PT-EFF-DATE
                                           TO Status-Date
                                           OF EmployeeRecordFormat
                                       MOVE "STATUS"
                                           TO WS-AUDIT-ACTION
                                       PERFORM
                                           554-REWRITE-PENDING-TARGET
                                   END-IF
                               WHEN 'XFER'
                                   IF PT-NEW-VALUE IS NUMERIC
                                       MOVE Dept
                                           OF EmployeeRecordFormat
                                           TO WS-XFER-OLD-DEPT
                                       MOVE PT-NEW-VALUE
                                           TO Dept
                                           OF EmployeeRecordFormat
                                       PERFORM 109-CHECK-DEPT-EXISTS
                                       IF DEPT-FOUND
                                           IF Emp-Status
                                             OF EmployeeRecordFormat
                                             NOT = 'T'
                                               MOVE PT-EFF-DATE
                                                 TO Status-Date
                                                 OF EmployeeRecordFormat
                                           END-IF
                                           MOVE "XFER"
                                               TO WS-AUDIT-ACTION
                                           PERFORM
                                           554-REWRITE-PENDING-TARGET
                                           IF WS-PEND-MARK = 'A'
                                             AND Emp-Status
                                             OF EmployeeRecordFormat
                                             NOT = 'T'
                                               PERFORM
                                             152-WRITE-TRANSFER-HISTORY
                                           END-IF
                                       ELSE
                                           DISPLAY
                                               "Pending XFER for "
                                               PT-EMPLOYEE-ID
                                               ": dept " PT-NEW-VALUE
                                               " no longer active on"
                                               " DEPT-MASTER."
                                               " Cancelled."
                                       END-IF
                                   ELSE
                                       DISPLAY "Pending XFER for "
                                           PT-EMPLOYEE-ID
                                           ": dept not numeric."
                                           " Cancelled."
                                   END-IF
                               WHEN OTHER
                                   DISPLAY "Pending item for "
                                       PT-EMPLOYEE-ID
                                       ": unknown action " PT-ACTION
                                       ". Cancelled."
                           END-EVALUATE
                   END-READ.

           *> Copies the reworked queue back over PENDTRAN.txt
           553-REBUILD-PENDING.
                   OPEN INPUT PendingWorkFile
                   OPEN OUTPUT PendingFile
                   MOVE 'N' TO WS-PND-EOF
                   PERFORM UNTIL PND-EOF
                       READ PendingWorkFile
                           AT END
                               MOVE 'Y' TO WS-PND-EOF
                           NOT AT END
                               MOVE PendingWorkRecord
                                   TO PendingRecord
                               WRITE PendingRecord
                       END-READ
                   END-PERFORM
                   CLOSE PendingFile
                   CLOSE PendingWorkFile.

           *> Rewrites the master for one released item
           554-REWRITE-PENDING-TARGET.
                   REWRITE EmployeeRecordFormat
                       INVALID KEY
                           DISPLAY "Unable to apply pending "
                               PT-ACTION " for " PT-EMPLOYEE-ID "."
                       NOT INVALID KEY
                           MOVE 'A' TO WS-PEND-MARK
                           MOVE Employee-ID OF EmployeeRecordFormat
                               TO WS-AUDIT-EMPLOYEE-ID
                           PERFORM 900-LOG-AUDIT-ENTRY
                   END-REWRITE.

           *> Lists what is queued and lets the operator cancel an
           *> item before its date arrives
       560-PENDING-INQUIRY.
           OPEN INPUT PendingFile
           IF WS-PND-FILE-STATUS NOT = '00'
               DISPLAY "No pending transactions file."
           ELSE
               MOVE ZERO TO WS-PEND-SEQ
               DISPLAY "Seq  Action  Employee  Effective  Value"
               MOVE 'N' TO WS-PND-EOF
               PERFORM UNTIL PND-EOF
                   READ PendingFile
                       AT END
                           MOVE 'Y' TO WS-PND-EOF
                       NOT AT END
                           IF PT-STATUS = 'P'
                               ADD 1 TO WS-PEND-SEQ
                               DISPLAY WS-PEND-SEQ "  " PT-ACTION
                                   "    " PT-EMPLOYEE-ID "    "
                                   PT-EFF-DATE "   " PT-NEW-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendingFile
               IF WS-PEND-SEQ = ZERO
                   DISPLAY "Nothing is queued."
               ELSE
                   IF NOT UPDATE-ALLOWED
                       DISPLAY "Listing only; another session"
                           " holds the update lock."
                   ELSE
                   DISPLAY "Sequence number to cancel"
                       " (blank = none)"
                   ACCEPT WS-PEND-PICK-BUF
                   IF WS-PEND-PICK-BUF = SPACES
                       CONTINUE
                   ELSE
                       IF WS-PEND-PICK-BUF IS NUMERIC
                           MOVE WS-PEND-PICK-BUF TO WS-PEND-PICK
                           IF WS-PEND-PICK > ZERO
                                   AND WS-PEND-PICK <= WS-PEND-SEQ
                               PERFORM 561-CANCEL-PENDING-ITEM
                           ELSE
                               DISPLAY "No such item."
                           END-IF
                       ELSE
                           DISPLAY "Sequence must be numeric."
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           *> Marks the chosen pending item cancelled and rewrites
           *> the queue
           561-CANCEL-PENDING-ITEM.
                   OPEN INPUT PendingFile
                   OPEN OUTPUT PendingWorkFile
                   MOVE ZERO TO WS-PEND-SEQ
                   MOVE 'N' TO WS-PND-EOF
                   PERFORM UNTIL PND-EOF
                       READ PendingFile
                           AT END
                               MOVE 'Y' TO WS-PND-EOF
                           NOT AT END
                               IF PT-STATUS = 'P'
                                   ADD 1 TO WS-PEND-SEQ
                                   IF WS-PEND-SEQ = WS-PEND-PICK
                                       MOVE 'C' TO PT-STATUS
                                       MOVE PT-EMPLOYEE-ID
                                           TO WS-AUDIT-EMPLOYEE-ID
                                       MOVE "PEND-CANC"
                                           TO WS-AUDIT-ACTION
                                       PERFORM 900-LOG-AUDIT-ENTRY
                                       DISPLAY "Item cancelled....."
                                   END-IF
                               END-IF
                               MOVE PendingRecord
                                   TO PendingWorkRecord
                               WRITE PendingWorkRecord
                       END-READ
                   END-PERFORM
                   CLOSE PendingWorkFile
                   CLOSE PendingFile
                   PERFORM 553-REBUILD-PENDING.

           *> End-of-day reconciliation: proves the employee master,
           *> audit trail, and headcount history still agree
       600-RECONCILIATION-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           OPEN OUTPUT ReconReportFile
           MOVE SPACES TO ReconReportRecord
           STRING "Nightly Reconciliation Report - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO ReconReportRecord
           WRITE ReconReportRecord
           PERFORM 601-COUNT-MASTER-RECORDS
           PERFORM 602-SCAN-AUDIT-TODAY
           PERFORM 603-GET-PRIOR-HEADCOUNT
           PERFORM 604-WRITE-RECON-SUMMARY
           CLOSE ReconReportFile
           DISPLAY "Reconciliation report written.....".

           *> Counts the master and flags depts no longer on
           *> DEPT-MASTER
           601-COUNT-MASTER-RECORDS.
                   PERFORM 401-LOAD-DEPT-TABLE
                   MOVE ZERO TO WS-RECON-MASTER-COUNT
                   MOVE ZERO TO WS-RECON-ORPHANS
                   OPEN INPUT EmployeeFile
                   IF WS-EMP-FILE-STATUS = '00'
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL EOF
                           READ EmployeeFile
                               AT END
                                   SET EOF TO TRUE
                               NOT AT END
                                   IF Emp-Status
                                           OF EmployeeRecordFormat
                                           NOT = 'T'
                                       ADD 1
                                           TO WS-RECON-MASTER-COUNT
                                   END-IF
                                   PERFORM 605-CHECK-ORPHAN-DEPT
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeFile
                   END-IF.

           *> Nets today's ADD and DELETE lines from the audit trail
           602-SCAN-AUDIT-TODAY.
                   MOVE ZERO TO WS-RECON-ADDS
                   MOVE ZERO TO WS-RECON-DELETES
                   OPEN INPUT AuditFile
                   IF WS-AUD-FILE-STATUS = '00'
                       MOVE 'N' TO WS-AUD-EOF
                       PERFORM UNTIL AUD-EOF
                           READ AuditFile
                               AT END
                                   MOVE 'Y' TO WS-AUD-EOF
                               NOT AT END
                                   IF AUD-TIMESTAMP(1:10) =
                                           WS-TODAY-DATE
                                       EVALUATE AUD-ACTION
                                           WHEN 'ADD'
                                           WHEN 'REHIRE'
                                               ADD 1 TO WS-RECON-ADDS
                                           WHEN 'DELETE'
                                           WHEN 'TERMINATE'
                                               ADD 1
                                                 TO WS-RECON-DELETES
                                           WHEN OTHER
                                               CONTINUE
                                       END-EVALUATE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE AuditFile
                   END-IF.

           *> Finds the last headcount line dated before today
           603-GET-PRIOR-HEADCOUNT.
                   MOVE 'N' TO WS-RECON-PRIOR-FLAG
                   MOVE ZERO TO WS-RECON-PRIOR-COUNT
                   OPEN INPUT HeadcountHistFile
                   IF WS-HH-FILE-STATUS = '00'
                       MOVE 'N' TO WS-HH-EOF
                       PERFORM UNTIL HH-EOF
                           READ HeadcountHistFile
                               AT END
                                   MOVE 'Y' TO WS-HH-EOF
                               NOT AT END
                                   IF HH-RUN-DATE < WS-TODAY-DATE
                                       MOVE HH-TOTAL-COUNT
                                           TO WS-RECON-PRIOR-COUNT
                                       MOVE 'Y' TO WS-RECON-PRIOR-FLAG
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE HeadcountHistFile
                   END-IF.

           *> Writes the balance summary and any out-of-balance amount
           604-WRITE-RECON-SUMMARY.
                   MOVE SPACES TO ReconReportRecord
                   STRING "Employee master count : "
                       WS-RECON-MASTER-COUNT DELIMITED BY SIZE
                       INTO ReconReportRecord
                   WRITE ReconReportRecord
                   MOVE SPACES TO ReconReportRecord
                   STRING "Prior-day headcount   : "
                       WS-RECON-PRIOR-COUNT DELIMITED BY SIZE
                       INTO ReconReportRecord
                   WRITE ReconReportRecord
                   MOVE SPACES TO ReconReportRecord
                   STRING "Adds logged today     : " WS-RECON-ADDS
                       DELIMITED BY SIZE INTO ReconReportRecord
                   WRITE ReconReportRecord
                   MOVE SPACES TO ReconReportRecord
                   STRING "Deletes logged today  : " WS-RECON-DELETES
                       DELIMITED BY SIZE INTO ReconReportRecord
                   WRITE ReconReportRecord
                   IF RECON-PRIOR-FOUND
                       COMPUTE WS-RECON-EXPECTED =
                           WS-RECON-PRIOR-COUNT + WS-RECON-ADDS
                           - WS-RECON-DELETES
                       COMPUTE WS-RECON-DISCREPANCY =
                           WS-RECON-MASTER-COUNT - WS-RECON-EXPECTED
                       IF WS-RECON-DISCREPANCY = ZERO
                           MOVE "Result: IN BALANCE"
                               TO ReconReportRecord
                       ELSE
                           MOVE WS-RECON-DISCREPANCY
                               TO WS-RECON-AMOUNT
                           MOVE SPACES TO ReconReportRecord
                           STRING "Result: OUT OF BALANCE BY "
                               WS-RECON-AMOUNT DELIMITED BY SIZE
                               INTO ReconReportRecord
                       END-IF
                   ELSE
                       MOVE SPACES TO ReconReportRecord
                       STRING "Result: NO PRIOR HEADCOUNT LINE - "
                           "BALANCE NOT PROVEN" DELIMITED BY SIZE
                           INTO ReconReportRecord
                   END-IF
                   WRITE ReconReportRecord
                   MOVE SPACES TO ReconReportRecord
                   STRING "Orphaned dept records : " WS-RECON-ORPHANS
                       DELIMITED BY SIZE INTO ReconReportRecord
                   WRITE ReconReportRecord.

           *> Flags an employee whose dept is gone from DEPT-MASTER
           605-CHECK-ORPHAN-DEPT.
                   MOVE Dept OF EmployeeRecordFormat
                       TO WS-DEPT-CODE-WORK
                   PERFORM 407-FIND-DEPT-ENTRY
                   IF NOT DEPT-FOUND
                       ADD 1 TO WS-RECON-ORPHANS
                       MOVE SPACES TO ReconReportRecord
                       STRING "  ORPHAN: Employee "
                           Employee-ID OF EmployeeRecordFormat
                           " carries unknown Dept "
                           Dept OF EmployeeRecordFormat
                           DELIMITED BY SIZE INTO ReconReportRecord
                       WRITE ReconReportRecord
                   END-IF.

           *> Month-end labor-cost distribution: the month's salary
           *> cost by Dept and Job-Code for the general ledger, with
           *> hires, terminations and transfers in the month prorated
           *> by calendar day, a balancing accrual credit, and a
           *> listing that ties the total back to the master
       620-GL-LABOR-DISTRIBUTION.
           IF UNATTENDED-RUN
               CONTINUE
           ELSE
               DISPLAY "Month to distribute (YYYYMM)"
               ACCEPT WS-GL-MONTH
           END-IF
           MOVE ZERO TO WS-GL-RECORDS
           MOVE ZERO TO WS-GL-DIFFERENCE
           MOVE 'N' TO WS-GL-OVERFLOW-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF WS-GL-MONTH IS NOT NUMERIC
                   OR WS-GL-MONTH(5:2) < '01'
                   OR WS-GL-MONTH(5:2) > '12'
               DISPLAY "Month must be YYYYMM. Distribution skipped."
           ELSE
           IF WS-GL-MONTH > WS-TODAY-YYYYMMDD(1:6)
               DISPLAY "A future month cannot be distributed."
                   " Distribution skipped."
           ELSE
               MOVE SPACES TO WS-GL-FILE-NAME
               STRING "GLDIST-" WS-GL-MONTH ".txt"
                   DELIMITED BY SIZE INTO WS-GL-FILE-NAME
               OPEN INPUT GLJournalFile
               IF WS-GLJ-FILE-STATUS = '00'
                   CLOSE GLJournalFile
                   DISPLAY WS-GL-FILE-NAME " already exists."
                       " Distribution skipped."
               ELSE
               OPEN INPUT EmployeeFile
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Employee master not available."
                       " Distribution skipped."
               ELSE
                   PERFORM 621-SET-MONTH-BOUNDS
                   PERFORM 622-LOAD-MONTH-TRANSFERS
                   MOVE ZERO TO WS-GL-ENTRY-COUNT
                   MOVE ZERO TO WS-GL-COSTED
                   MOVE ZERO TO WS-GL-PRORATED
                   MOVE ZERO TO WS-GL-ACTIVE-ANNUAL
                   MOVE ZERO TO WS-GL-ACTIVE-MONTHLY
                   MOVE ZERO TO WS-GL-HIRE-ADJ
                   MOVE ZERO TO WS-GL-OTHER-ADJ
                   MOVE ZERO TO WS-GL-TERM-COST
                   OPEN OUTPUT GLListingFile
                   MOVE SPACES TO GLListingRecord
                   STRING "GL Labor-Cost Distribution - "
                       WS-GL-MONTH(1:4) "-" WS-GL-MONTH(5:2)
                       "  (" WS-GL-MONTH-DAYS " days)  "
                       WS-GL-FILE-NAME
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE SPACES TO GLListingRecord
                   WRITE GLListingRecord
                   MOVE SPACES TO GLListingRecord
                   STRING "Prorated employees      Event         "
                       " Days        Cost"
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL EOF
                       READ EmployeeFile
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               PERFORM 623-COST-ONE-EMPLOYEE
                       END-READ
                   END-PERFORM
                   CLOSE EmployeeFile
                   SORT GLSortFile
                       ON ASCENDING KEY GS-DEPT GS-JOB
                       INPUT PROCEDURE IS 627-GL-SORT-INPUT
                       OUTPUT PROCEDURE IS 628-GL-SORT-OUTPUT
                   PERFORM 629-WRITE-GL-TIE-OUT
                   CLOSE GLListingFile
                   MOVE WS-GL-TOTAL TO WS-GL-AMOUNT-SHOW
                   DISPLAY "GL distribution " WS-GL-MONTH ": "
                       WS-GL-RECORDS " record(s), total "
                       WS-GL-AMOUNT-SHOW "."
                   IF WS-GL-DIFFERENCE NOT = ZERO OR GL-OVERFLOW
                       DISPLAY "GL total does not tie to the master;"
                           " see GL-LABOR-LISTING.txt."
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

           *> First and last day of the month and its length
           621-SET-MONTH-BOUNDS.
                   COMPUTE WS-GL-MONTH-START =
                       FUNCTION NUMVAL(WS-GL-MONTH) * 100 + 1
                   IF WS-GL-MONTH(5:2) = '12'
                       COMPUTE WS-GL-NEXT-START =
                           (FUNCTION NUMVAL(WS-GL-MONTH(1:4)) + 1)
                           * 10000 + 101
                   ELSE
                       COMPUTE WS-GL-NEXT-START =
                           WS-GL-MONTH-START + 100
                   END-IF
                   COMPUTE WS-GL-MONTH-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-GL-NEXT-START)
                       - FUNCTION INTEGER-OF-DATE(WS-GL-MONTH-START)
                   COMPUTE WS-GL-MONTH-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-GL-NEXT-START) - 1).

           *> Keeps the department moves dated inside the month, in
           *> the order they were made
           622-LOAD-MONTH-TRANSFERS.
                   MOVE ZERO TO WS-GX-COUNT
                   OPEN INPUT TransferHistFile
                   IF WS-XH-FILE-STATUS = '00'
                       MOVE 'N' TO WS-XH-EOF
                       PERFORM UNTIL XH-EOF
                           READ TransferHistFile
                               AT END
                                   MOVE 'Y' TO WS-XH-EOF
                               NOT AT END
                                   IF XH-DATE >= WS-GL-MONTH-START
                                       AND XH-DATE <= WS-GL-MONTH-END
                                       PERFORM 626-KEEP-MONTH-TRANSFER
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE TransferHistFile
                   END-IF.

           *> Costs one employee's days on the payroll in the month,
           *> split at each transfer, and sorts the result into the
           *> tie-out figures for the listing
           623-COST-ONE-EMPLOYEE.
                   MOVE ZERO TO WS-GL-EMP-COST
                   MOVE ZERO TO WS-GL-EMP-DAYS
                   MOVE 'N' TO WS-GL-XFER-FLAG
                   MOVE WS-GL-MONTH-START TO WS-GL-EMP-START
                   IF Hire-Date OF EmployeeRecordFormat
                           > WS-GL-EMP-START
                       MOVE Hire-Date OF EmployeeRecordFormat
                           TO WS-GL-EMP-START
                   END-IF
                   MOVE WS-GL-MONTH-END TO WS-GL-EMP-END
                   IF Emp-Status OF EmployeeRecordFormat = 'T'
                           AND Status-Date OF EmployeeRecordFormat
                               < WS-GL-EMP-END
                       MOVE Status-Date OF EmployeeRecordFormat
                           TO WS-GL-EMP-END
                   END-IF
                   IF WS-GL-EMP-START <= WS-GL-EMP-END
                       MOVE WS-GL-EMP-START TO WS-GL-SEG-START
                       MOVE ZERO TO WS-GX-SUB
                       PERFORM WS-GX-COUNT TIMES
                           ADD 1 TO WS-GX-SUB
                           PERFORM 624-SPLIT-AT-TRANSFER
                       END-PERFORM
                       MOVE WS-GL-EMP-END TO WS-GL-SEG-END
                       MOVE Dept OF EmployeeRecordFormat
                           TO WS-GL-SEG-DEPT
                       PERFORM 625-ADD-COST-SEGMENT
                       ADD 1 TO WS-GL-COSTED
                       IF WS-GL-EMP-START > WS-GL-MONTH-START
                               OR WS-GL-EMP-END < WS-GL-MONTH-END
                               OR GL-EMP-TRANSFERRED
                           MOVE SPACES TO WS-GL-EVENT-TEXT
                           IF WS-GL-EMP-START > WS-GL-MONTH-START
                               MOVE "HIRE" TO WS-GL-EVENT-TEXT(1:4)
                           END-IF
                           IF WS-GL-EMP-END < WS-GL-MONTH-END
                               MOVE "TERM" TO WS-GL-EVENT-TEXT(6:4)
                           END-IF
                           IF GL-EMP-TRANSFERRED
                               MOVE "XFER" TO WS-GL-EVENT-TEXT(11:4)
                           END-IF
                           MOVE WS-GL-EMP-COST TO WS-GL-AMOUNT-SHOW
                           MOVE SPACES TO GLListingRecord
                           STRING "  " Employee-ID
                               OF EmployeeRecordFormat " "
                               Last-Name OF EmployeeRecordFormat(1:14)
                               " " WS-GL-EVENT-TEXT "  "
                               WS-GL-EMP-DAYS WS-GL-AMOUNT-SHOW
                               DELIMITED BY SIZE INTO GLListingRecord
                           WRITE GLListingRecord
                           ADD 1 TO WS-GL-PRORATED
                       END-IF
                   END-IF
                   IF Emp-Status OF EmployeeRecordFormat = 'T'
                       ADD WS-GL-EMP-COST TO WS-GL-TERM-COST
                   ELSE
                       ADD Salary OF EmployeeRecordFormat
                           TO WS-GL-ACTIVE-ANNUAL
                       COMPUTE WS-GL-EMP-FULL ROUNDED =
                           Salary OF EmployeeRecordFormat / 12
                       ADD WS-GL-EMP-FULL TO WS-GL-ACTIVE-MONTHLY
                       IF Hire-Date OF EmployeeRecordFormat
                               >= WS-GL-MONTH-START
                           COMPUTE WS-GL-HIRE-ADJ = WS-GL-HIRE-ADJ
                               + WS-GL-EMP-COST - WS-GL-EMP-FULL
                       ELSE
                           COMPUTE WS-GL-OTHER-ADJ = WS-GL-OTHER-ADJ
                               + WS-GL-EMP-COST - WS-GL-EMP-FULL
                       END-IF
                   END-IF.

           *> Closes the current segment in the old department when
           *> this employee moved partway through it
           624-SPLIT-AT-TRANSFER.
                   IF WS-GX-EMPLOYEE-ID(WS-GX-SUB)
                           = Employee-ID OF EmployeeRecordFormat
                           AND WS-GX-DATE(WS-GX-SUB) > WS-GL-SEG-START
                           AND WS-GX-DATE(WS-GX-SUB) <= WS-GL-EMP-END
                       COMPUTE WS-GL-SEG-END =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(
                           WS-GX-DATE(WS-GX-SUB)) - 1)
                       MOVE WS-GX-OLD-DEPT(WS-GX-SUB)
                           TO WS-GL-SEG-DEPT
                       PERFORM 625-ADD-COST-SEGMENT
                       MOVE WS-GX-DATE(WS-GX-SUB) TO WS-GL-SEG-START
                       MOVE 'Y' TO WS-GL-XFER-FLAG
                   END-IF.

           *> Prices one stretch of days at the annual salary and adds
           *> it to its Dept/Job-Code line
           625-ADD-COST-SEGMENT.
                   COMPUTE WS-GL-SEG-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-GL-SEG-END)
                       - FUNCTION INTEGER-OF-DATE(WS-GL-SEG-START) + 1
                   COMPUTE WS-GL-SEG-COST ROUNDED =
                       Salary OF EmployeeRecordFormat * WS-GL-SEG-DAYS
                       / (12 * WS-GL-MONTH-DAYS)
                   ADD WS-GL-SEG-DAYS TO WS-GL-EMP-DAYS
                   ADD WS-GL-SEG-COST TO WS-GL-EMP-COST
                   MOVE 'N' TO WS-GL-FOUND-FLAG
                   MOVE ZERO TO WS-GL-SUB
                   PERFORM UNTIL GL-ENTRY-FOUND
                           OR WS-GL-SUB >= WS-GL-ENTRY-COUNT
                       ADD 1 TO WS-GL-SUB
                       IF WS-GL-DEPT(WS-GL-SUB) = WS-GL-SEG-DEPT
                               AND WS-GL-JOB(WS-GL-SUB)
                               = Job-Code OF EmployeeRecordFormat
                           MOVE 'Y' TO WS-GL-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT GL-ENTRY-FOUND
                       IF WS-GL-ENTRY-COUNT >= 500
                           MOVE 'Y' TO WS-GL-OVERFLOW-FLAG
                       ELSE
                           ADD 1 TO WS-GL-ENTRY-COUNT
                           MOVE WS-GL-ENTRY-COUNT TO WS-GL-SUB
                           MOVE WS-GL-SEG-DEPT TO WS-GL-DEPT(WS-GL-SUB)
                           MOVE Job-Code OF EmployeeRecordFormat
                               TO WS-GL-JOB(WS-GL-SUB)
                           MOVE ZERO TO WS-GL-AMOUNT(WS-GL-SUB)
                           MOVE ZERO TO WS-GL-HEADS(WS-GL-SUB)
                           MOVE 'Y' TO WS-GL-FOUND-FLAG
                       END-IF
                   END-IF
                   IF GL-ENTRY-FOUND
                       ADD WS-GL-SEG-COST TO WS-GL-AMOUNT(WS-GL-SUB)
                       ADD 1 TO WS-GL-HEADS(WS-GL-SUB)
                   END-IF.

           626-KEEP-MONTH-TRANSFER.
                   IF WS-GX-COUNT >= 300
                       DISPLAY "More than 300 transfers in the month;"
                           " extras costed to the new dept."
                       MOVE 'Y' TO WS-XH-EOF
                   ELSE
                       ADD 1 TO WS-GX-COUNT
                       MOVE XH-EMPLOYEE-ID
                           TO WS-GX-EMPLOYEE-ID(WS-GX-COUNT)
                       MOVE XH-DATE TO WS-GX-DATE(WS-GX-COUNT)
                       MOVE XH-OLD-DEPT TO WS-GX-OLD-DEPT(WS-GX-COUNT)
                   END-IF.

           627-GL-SORT-INPUT.
                   MOVE ZERO TO WS-GL-SUB
                   PERFORM WS-GL-ENTRY-COUNT TIMES
                       ADD 1 TO WS-GL-SUB
                       MOVE WS-GL-DEPT(WS-GL-SUB) TO GS-DEPT
                       MOVE WS-GL-JOB(WS-GL-SUB) TO GS-JOB
                       MOVE WS-GL-AMOUNT(WS-GL-SUB) TO GS-AMOUNT
                       MOVE WS-GL-HEADS(WS-GL-SUB) TO GS-HEADS
                       RELEASE GLSortRecord
                   END-PERFORM.

           *> Writes the journal (header, one debit per Dept/Job-Code,
           *> the balancing accrual credit, trailer) and the matching
           *> lines of the listing with department subtotals
           628-GL-SORT-OUTPUT.
                   MOVE ZERO TO WS-GL-TOTAL
                   OPEN OUTPUT GLJournalFile
                   MOVE 'H' TO WS-GLH-TYPE
                   MOVE WS-GL-MONTH TO WS-GLH-PERIOD
                   MOVE WS-TODAY-YYYYMMDD TO WS-GLH-RUN-DATE
                   MOVE SPACES TO GLJournalRecord
                   MOVE WS-GL-HEADER TO GLJournalRecord
                   WRITE GLJournalRecord
                   MOVE SPACES TO GLListingRecord
                   WRITE GLListingRecord
                   MOVE SPACES TO GLListingRecord
                   STRING "Dept Job   Heads        Debit"
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE ZERO TO WS-CURRENT-DEPT
                   MOVE 'Y' TO WS-FIRST-DEPT-FLAG
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN GLSortFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               IF WS-FIRST-DEPT-FLAG = 'Y'
                                       OR GS-DEPT NOT = WS-CURRENT-DEPT
                                   IF WS-FIRST-DEPT-FLAG = 'N'
                                       PERFORM 630-WRITE-GL-DEPT-TOTAL
                                   END-IF
                                   MOVE GS-DEPT TO WS-CURRENT-DEPT
                                   MOVE ZERO TO WS-GL-DEPT-TOTAL
                                   MOVE 'N' TO WS-FIRST-DEPT-FLAG
                               END-IF
                               MOVE 'D' TO WS-GLD-TYPE
                               MOVE WS-GL-MONTH TO WS-GLD-PERIOD
                               MOVE GS-DEPT TO WS-GLD-DEPT
                               MOVE GS-JOB TO WS-GLD-JOB
                               MOVE 'D' TO WS-GLD-DR-CR
                               MOVE GS-AMOUNT TO WS-GLD-AMOUNT
                               MOVE GS-HEADS TO WS-GLD-HEADS
                               MOVE SPACES TO GLJournalRecord
                               MOVE WS-GL-DETAIL TO GLJournalRecord
                               WRITE GLJournalRecord
                               ADD 1 TO WS-GL-RECORDS
                               ADD GS-AMOUNT TO WS-GL-TOTAL
                               ADD GS-AMOUNT TO WS-GL-DEPT-TOTAL
                               MOVE GS-AMOUNT TO WS-GL-AMOUNT-SHOW
                               MOVE SPACES TO GLListingRecord
                               STRING GS-DEPT "  " GS-JOB "  " GS-HEADS
                                   " " WS-GL-AMOUNT-SHOW
                                   DELIMITED BY SIZE
                                   INTO GLListingRecord
                               WRITE GLListingRecord
                       END-RETURN
                   END-PERFORM
                   IF WS-FIRST-DEPT-FLAG = 'N'
                       PERFORM 630-WRITE-GL-DEPT-TOTAL
                   END-IF
                   MOVE 'B' TO WS-GLD-TYPE
                   MOVE WS-GL-MONTH TO WS-GLD-PERIOD
                   MOVE ZERO TO WS-GLD-DEPT
                   MOVE "ACCR" TO WS-GLD-JOB
                   MOVE 'C' TO WS-GLD-DR-CR
                   MOVE WS-GL-TOTAL TO WS-GLD-AMOUNT
                   MOVE WS-GL-COSTED TO WS-GLD-HEADS
                   MOVE SPACES TO GLJournalRecord
                   MOVE WS-GL-DETAIL TO GLJournalRecord
                   WRITE GLJournalRecord
                   ADD 1 TO WS-GL-RECORDS
                   MOVE 'T' TO WS-GLT-TYPE
                   MOVE WS-GL-RECORDS TO WS-GLT-COUNT
                   MOVE WS-GL-TOTAL TO WS-GLT-DEBITS
                   MOVE WS-GL-TOTAL TO WS-GLT-CREDITS
                   MOVE SPACES TO GLJournalRecord
                   MOVE WS-GL-TRAILER TO GLJournalRecord
                   WRITE GLJournalRecord
                   CLOSE GLJournalFile.

           *> Ties the journal total back to the active salary on the
           *> master: a full month for everyone active or on leave,
           *> less the part of the month new hires were not yet here,
           *> plus what was earned by those terminated
           629-WRITE-GL-TIE-OUT.
                   COMPUTE WS-GL-TIE-TOTAL = WS-GL-ACTIVE-MONTHLY
                       + WS-GL-HIRE-ADJ + WS-GL-OTHER-ADJ
                       + WS-GL-TERM-COST
                   COMPUTE WS-GL-DIFFERENCE =
                       WS-GL-TOTAL - WS-GL-TIE-TOTAL
                   MOVE SPACES TO GLListingRecord
                   WRITE GLListingRecord
                   MOVE SPACES TO GLListingRecord
                   STRING "Tie-out to the employee master"
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE WS-GL-ACTIVE-ANNUAL TO WS-GL-ANNUAL-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  Annual salary, active and on leave "
                       WS-GL-ANNUAL-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE WS-GL-ACTIVE-MONTHLY TO WS-GL-SIGNED-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  One month of that salary           "
                       WS-GL-SIGNED-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE WS-GL-HIRE-ADJ TO WS-GL-SIGNED-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  Hires prorated (or not yet started)"
                       WS-GL-SIGNED-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE WS-GL-OTHER-ADJ TO WS-GL-SIGNED-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  Transfer split rounding            "
                       WS-GL-SIGNED-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE WS-GL-TERM-COST TO WS-GL-SIGNED-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  Earned by terminated employees     "
                       WS-GL-SIGNED-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE WS-GL-TIE-TOTAL TO WS-GL-SIGNED-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  Expected labor cost                "
                       WS-GL-SIGNED-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE WS-GL-TOTAL TO WS-GL-SIGNED-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  GL journal total                   "
                       WS-GL-SIGNED-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE WS-GL-DIFFERENCE TO WS-GL-SIGNED-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  Difference                         "
                       WS-GL-SIGNED-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   MOVE SPACES TO GLListingRecord
                   STRING "  Employees costed : " WS-GL-COSTED
                       "   prorated : " WS-GL-PRORATED
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord
                   IF GL-OVERFLOW
                       MOVE SPACES TO GLListingRecord
                       STRING "  MORE THAN 500 DEPT/JOB LINES -"
                           " JOURNAL INCOMPLETE"
                           DELIMITED BY SIZE INTO GLListingRecord
                       WRITE GLListingRecord
                   END-IF.

           630-WRITE-GL-DEPT-TOTAL.
                   MOVE WS-GL-DEPT-TOTAL TO WS-GL-AMOUNT-SHOW
                   MOVE SPACES TO GLListingRecord
                   STRING "  Dept " WS-CURRENT-DEPT " total      "
                       WS-GL-AMOUNT-SHOW
                       DELIMITED BY SIZE INTO GLListingRecord
                   WRITE GLListingRecord.

           *> Matches the payroll bureau's acknowledgment file back
           *> against the master, the extract and the retro
           *> adjustments we sent
       650-PAYROLL-ACK-PROCESS.
           OPEN INPUT PayrollAckFile
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY "No acknowledgment file found. Step skipped."
           ELSE
               PERFORM 651-LOAD-EXTRACT-TABLE
               PERFORM 655-LOAD-RETRO-TABLE
               PERFORM 130-OPEN-EMPLOYEE-MASTER
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Acknowledgment processing skipped."
                   CLOSE PayrollAckFile
               ELSE
               OPEN OUTPUT PayrollExceptionFile
               MOVE SPACES TO PayrollExceptionRecord
               STRING "Payroll Acknowledgment Exceptions"
                   DELIMITED BY SIZE INTO PayrollExceptionRecord
               WRITE PayrollExceptionRecord
               MOVE ZERO TO WS-ACK-READ-COUNT
               MOVE ZERO TO WS-ACK-EXCEPTIONS
               IF EXT-OVERFLOW
                   MOVE SPACES TO PayrollExceptionRecord
                   STRING "  EXTRACT EXCEEDS 500 LINES -"
                       " NO-ACK SWEEP INCOMPLETE"
                       DELIMITED BY SIZE
                       INTO PayrollExceptionRecord
                   WRITE PayrollExceptionRecord
                   ADD 1 TO WS-ACK-EXCEPTIONS
               END-IF
               IF RTA-OVERFLOW
                   MOVE SPACES TO PayrollExceptionRecord
                   STRING "  RETRO FILE EXCEEDS 500 LINES -"
                       " NO-ACK SWEEP INCOMPLETE"
                       DELIMITED BY SIZE
                       INTO PayrollExceptionRecord
                   WRITE PayrollExceptionRecord
                   ADD 1 TO WS-ACK-EXCEPTIONS
               END-IF
               MOVE 'N' TO WS-ACK-EOF
               PERFORM UNTIL ACK-EOF
                   READ PayrollAckFile
                       AT END
                           MOVE 'Y' TO WS-ACK-EOF
                       NOT AT END
                           ADD 1 TO WS-ACK-READ-COUNT
                           PERFORM 652-PROCESS-ACK-LINE
                   END-READ
               END-PERFORM
               PERFORM 654-SWEEP-UNACKED-EXTRACTS
               PERFORM 657-SWEEP-UNACKED-RETRO
               MOVE SPACES TO PayrollExceptionRecord
               STRING "Acknowledgments read : " WS-ACK-READ-COUNT
                   "   Exceptions : " WS-ACK-EXCEPTIONS
                   DELIMITED BY SIZE INTO PayrollExceptionRecord
               WRITE PayrollExceptionRecord
               CLOSE PayrollExceptionFile
               CLOSE EmployeeFile
               CLOSE PayrollAckFile
               DISPLAY "Acknowledgment processing complete: "
                   WS-ACK-EXCEPTIONS " exception(s)."
               END-IF
           END-IF.

           *> Loads the Employee-IDs we extracted last cycle
           651-LOAD-EXTRACT-TABLE.
                   MOVE ZERO TO WS-EXT-COUNT
                   MOVE 'N' TO WS-EXT-OVERFLOW-FLAG
                   OPEN INPUT PayrollExtractFile
                   IF WS-PRX-FILE-STATUS = '00'
                       MOVE 'N' TO WS-PRX-EOF
                       PERFORM UNTIL PRX-EOF
                               OR WS-EXT-COUNT >= 500
                           READ PayrollExtractFile
                               AT END
                                   MOVE 'Y' TO WS-PRX-EOF
                               NOT AT END
                                   ADD 1 TO WS-EXT-COUNT
                                   MOVE PR-EMPLOYEE-ID TO
                                       WS-EXT-EMPLOYEE-ID(WS-EXT-COUNT)
                                   MOVE 'N' TO
                                       WS-EXT-ACKED(WS-EXT-COUNT)
                           END-READ
                       END-PERFORM
                       IF NOT PRX-EOF
                           READ PayrollExtractFile
                               AT END
                                   MOVE 'Y' TO WS-PRX-EOF
                               NOT AT END
                                   MOVE 'Y' TO WS-EXT-OVERFLOW-FLAG
                           END-READ
                       END-IF
                       CLOSE PayrollExtractFile
                   END-IF.

           *> Checks one acknowledgment line against master and
           *> extract
           652-PROCESS-ACK-LINE.
                   IF PA-EMPLOYEE-ID IS NOT NUMERIC
                       MOVE SPACES TO PayrollExceptionRecord
                       STRING "  " PA-EMPLOYEE-ID
                           "  ACK EMPLOYEE-ID NOT NUMERIC"
                           DELIMITED BY SIZE
                           INTO PayrollExceptionRecord
                       WRITE PayrollExceptionRecord
                       ADD 1 TO WS-ACK-EXCEPTIONS
                   ELSE
                       IF PA-RECORD-TYPE = 'R' OR PA-RECORD-TYPE = 'r'
                           PERFORM 656-MATCH-RETRO-ACK
                       ELSE
                       MOVE ZERO TO WS-EXT-SUB
                       PERFORM WS-EXT-COUNT TIMES
                           ADD 1 TO WS-EXT-SUB
                           IF WS-EXT-EMPLOYEE-ID(WS-EXT-SUB) =
                                   FUNCTION NUMVAL(PA-EMPLOYEE-ID)
                               MOVE 'Y' TO WS-EXT-ACKED(WS-EXT-SUB)
                           END-IF
                       END-PERFORM
                       END-IF
                       MOVE PA-EMPLOYEE-ID
                           TO Employee-ID OF EmployeeRecordFormat
                       READ EmployeeFile
                           INVALID KEY
                               MOVE SPACES TO PayrollExceptionRecord
                               STRING "  " PA-EMPLOYEE-ID
                                   "  ACK FOR EMPLOYEE NOT ON MASTER"
                                   DELIMITED BY SIZE
                                   INTO PayrollExceptionRecord
                               WRITE PayrollExceptionRecord
                               ADD 1 TO WS-ACK-EXCEPTIONS
                           NOT INVALID KEY
                               IF PA-ACK-CODE = 'R' OR PA-ACK-CODE = 'r'
                                   MOVE SPACES
                                       TO PayrollExceptionRecord
                                   IF PA-RECORD-TYPE = 'R'
                                           OR PA-RECORD-TYPE = 'r'
                                       STRING "  " PA-EMPLOYEE-ID
                                           "  RETRO " PA-EFF-DATE
                                           " REJECTED: " PA-REASON
                                           DELIMITED BY SIZE
                                           INTO PayrollExceptionRecord
                                   ELSE
                                       STRING "  " PA-EMPLOYEE-ID
                                           "  PAYROLL REJECTED: "
                                           PA-REASON
                                           DELIMITED BY SIZE
                                           INTO PayrollExceptionRecord
                                   END-IF
                                   WRITE PayrollExceptionRecord
                                   ADD 1 TO WS-ACK-EXCEPTIONS
                               END-IF
                       END-READ
                   END-IF.

           *> Reports extracted employees that got no acknowledgment
           654-SWEEP-UNACKED-EXTRACTS.
                   MOVE ZERO TO WS-EXT-SUB
                   PERFORM WS-EXT-COUNT TIMES
                       ADD 1 TO WS-EXT-SUB
                       IF WS-EXT-ACKED(WS-EXT-SUB) = 'N'
                           MOVE SPACES TO PayrollExceptionRecord
                           STRING "  "
                               WS-EXT-EMPLOYEE-ID(WS-EXT-SUB)
                               "  EXTRACTED BUT NO ACKNOWLEDGMENT"
                               DELIMITED BY SIZE
                               INTO PayrollExceptionRecord
                           WRITE PayrollExceptionRecord
                           ADD 1 TO WS-ACK-EXCEPTIONS
                       END-IF
                   END-PERFORM.

           *> Loads the retro adjustments we sent last cycle
           655-LOAD-RETRO-TABLE.
                   MOVE ZERO TO WS-RTA-COUNT
                   MOVE 'N' TO WS-RTA-OVERFLOW-FLAG
                   OPEN INPUT RetroAdjFile
                   IF WS-RTA-FILE-STATUS = '00'
                       MOVE 'N' TO WS-RTA-EOF
                       PERFORM UNTIL RTA-EOF
                           READ RetroAdjFile
                               AT END
                                   MOVE 'Y' TO WS-RTA-EOF
                               NOT AT END
                                   PERFORM 658-KEEP-RETRO-LINE
                           END-READ
                       END-PERFORM
                       CLOSE RetroAdjFile
                   END-IF.

           *> Marks the retro adjustment an R-type acknowledgment
           *> answers; a blank PA-EFF-DATE answers every adjustment
           *> sent for the employee
           656-MATCH-RETRO-ACK.
                   MOVE ZERO TO WS-RTA-SUB
                   PERFORM WS-RTA-COUNT TIMES
                       ADD 1 TO WS-RTA-SUB
                       IF WS-RTA-EMPLOYEE-ID(WS-RTA-SUB) =
                               FUNCTION NUMVAL(PA-EMPLOYEE-ID)
                           IF PA-EFF-DATE = SPACES
                               MOVE 'Y' TO WS-RTA-ACKED(WS-RTA-SUB)
                           ELSE
                           IF PA-EFF-DATE IS NUMERIC
                               IF WS-RTA-EFF-DATE(WS-RTA-SUB) =
                                       FUNCTION NUMVAL(PA-EFF-DATE)
                                   MOVE 'Y'
                                       TO WS-RTA-ACKED(WS-RTA-SUB)
                               END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM.

           *> Reports retro adjustments that got no acknowledgment
           657-SWEEP-UNACKED-RETRO.
                   MOVE ZERO TO WS-RTA-SUB
                   PERFORM WS-RTA-COUNT TIMES
                       ADD 1 TO WS-RTA-SUB
                       IF WS-RTA-ACKED(WS-RTA-SUB) = 'N'
                           MOVE SPACES TO PayrollExceptionRecord
                           STRING "  "
                               WS-RTA-EMPLOYEE-ID(WS-RTA-SUB)
                               "  RETRO " WS-RTA-EFF-DATE(WS-RTA-SUB)
                               " SENT BUT NO ACKNOWLEDGMENT"
                               DELIMITED BY SIZE
                               INTO PayrollExceptionRecord
                           WRITE PayrollExceptionRecord
                           ADD 1 TO WS-ACK-EXCEPTIONS
                       END-IF
                   END-PERFORM.

           *> Keeps the detail lines of RETRO-ADJ.txt for matching
           658-KEEP-RETRO-LINE.
                   IF RetroAdjRecord(1:1) = 'D'
                       IF WS-RTA-COUNT >= 500
                           MOVE 'Y' TO WS-RTA-OVERFLOW-FLAG
                           MOVE 'Y' TO WS-RTA-EOF
                       ELSE
                           MOVE RetroAdjRecord TO WS-RA-DETAIL
                           ADD 1 TO WS-RTA-COUNT
                           MOVE WS-RAD-EMPLOYEE-ID
                               TO WS-RTA-EMPLOYEE-ID(WS-RTA-COUNT)
                           MOVE WS-RAD-EFF-DATE
                               TO WS-RTA-EFF-DATE(WS-RTA-COUNT)
                           MOVE 'N' TO WS-RTA-ACKED(WS-RTA-COUNT)
                       END-IF
                   END-IF.

           *> Retro pay interface: sends payroll every pending
           *> back-dated adjustment between a header and a trailer
           *> carrying the record count, an Employee-ID hash and the
           *> net amount, then marks the queue lines sent
       660-RETRO-PAY-FILE.
           MOVE ZERO TO WS-RETRO-SENT
           MOVE ZERO TO WS-RETRO-HASH
           MOVE ZERO TO WS-RETRO-NET
           PERFORM 663-COUNT-UNACKED-RETRO
           IF WS-RTA-OPEN-COUNT > ZERO OR RTA-OVERFLOW
               DISPLAY "RETRO-ADJ.txt still holds " WS-RTA-OPEN-COUNT
                   " unacknowledged adjustment(s)."
                   " Retro file skipped."
           ELSE
           OPEN INPUT RetroQueueFile
           IF WS-RTQ-FILE-STATUS NOT = '00'
               DISPLAY "No retro pay queue (RETROQ.txt)."
                   " Retro file skipped."
           ELSE
               OPEN INPUT EmployeeFile
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Employee master not available."
                       " Retro file skipped."
                   CLOSE RetroQueueFile
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-TODAY-YYYYMMDD
                   OPEN OUTPUT RetroAdjFile
                   OPEN OUTPUT RetroWorkFile
                   MOVE 'H' TO WS-RAH-TYPE
                   MOVE WS-TODAY-YYYYMMDD TO WS-RAH-DATE
                   MOVE WS-PAY-PERIODS-YEAR TO WS-RAH-PERIODS
                   MOVE SPACES TO RetroAdjRecord
                   MOVE WS-RA-HEADER TO RetroAdjRecord
                   WRITE RetroAdjRecord
                   MOVE 'N' TO WS-RTQ-EOF
                   PERFORM UNTIL RTQ-EOF
                       READ RetroQueueFile
                           AT END
                               MOVE 'Y' TO WS-RTQ-EOF
                           NOT AT END
                               PERFORM 661-SEND-ONE-RETRO
                       END-READ
                   END-PERFORM
                   MOVE 'T' TO WS-RAT-TYPE
                   MOVE WS-RETRO-SENT TO WS-RAT-COUNT
                   MOVE WS-RETRO-HASH TO WS-RAT-HASH
                   MOVE WS-RETRO-NET TO WS-RAT-AMOUNT
                   MOVE SPACES TO RetroAdjRecord
                   MOVE WS-RA-TRAILER TO RetroAdjRecord
                   WRITE RetroAdjRecord
                   CLOSE RetroWorkFile
                   CLOSE RetroAdjFile
                   CLOSE EmployeeFile
                   CLOSE RetroQueueFile
                   PERFORM 662-REBUILD-RETRO-QUEUE
                   MOVE WS-RETRO-NET TO WS-RETRO-SHOW
                   DISPLAY "Retro pay file: " WS-RETRO-SENT
                       " adjustment(s), net " WS-RETRO-SHOW "."
               END-IF
           END-IF
           END-IF.

           *> Sends one pending adjustment and carries every queue
           *> line forward with its updated status
           661-SEND-ONE-RETRO.
                   IF RQ-STATUS = 'P'
                       MOVE RQ-EMPLOYEE-ID
                           TO Employee-ID OF EmployeeRecordFormat
                       MOVE ZERO TO WS-RAD-DEPT
                       READ EmployeeFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE Dept OF EmployeeRecordFormat
                                   TO WS-RAD-DEPT
                       END-READ
                       MOVE 'D' TO WS-RAD-TYPE
                       MOVE RQ-EMPLOYEE-ID TO WS-RAD-EMPLOYEE-ID
                       MOVE RQ-EFF-DATE TO WS-RAD-EFF-DATE
                       MOVE RQ-OLD-SALARY TO WS-RAD-OLD-SALARY
                       MOVE RQ-NEW-SALARY TO WS-RAD-NEW-SALARY
                       MOVE RQ-PERIODS TO WS-RAD-PERIODS
                       MOVE RQ-AMOUNT TO WS-RAD-AMOUNT
                       MOVE SPACES TO RetroAdjRecord
                       MOVE WS-RA-DETAIL TO RetroAdjRecord
                       WRITE RetroAdjRecord
                       ADD 1 TO WS-RETRO-SENT
                       ADD RQ-EMPLOYEE-ID TO WS-RETRO-HASH
                       ADD RQ-AMOUNT TO WS-RETRO-NET
                       MOVE 'S' TO RQ-STATUS
                       MOVE WS-TODAY-YYYYMMDD TO RQ-SENT-DATE
                   END-IF
                   MOVE RetroQueueRecord TO RetroWorkRecord
                   WRITE RetroWorkRecord.

           *> Copies the reworked queue back over RETROQ.txt
           662-REBUILD-RETRO-QUEUE.
                   OPEN INPUT RetroWorkFile
                   OPEN OUTPUT RetroQueueFile
                   MOVE 'N' TO WS-RTQ-EOF
                   PERFORM UNTIL RTQ-EOF
                       READ RetroWorkFile
                           AT END
                               MOVE 'Y' TO WS-RTQ-EOF
                           NOT AT END
                               MOVE RetroWorkRecord
                                   TO RetroQueueRecord
                               WRITE RetroQueueRecord
                       END-READ
                   END-PERFORM
                   CLOSE RetroQueueFile
                   CLOSE RetroWorkFile.

           *> Counts the adjustments in the last RETRO-ADJ.txt that
           *> PAYROLL-ACK.txt does not yet answer, so a file payroll
           *> has not picked up is never overwritten
           663-COUNT-UNACKED-RETRO.
                   MOVE ZERO TO WS-RTA-OPEN-COUNT
                   PERFORM 655-LOAD-RETRO-TABLE
                   IF WS-RTA-COUNT > ZERO
                       OPEN INPUT PayrollAckFile
                       IF WS-ACK-FILE-STATUS = '00'
                           MOVE 'N' TO WS-ACK-EOF
                           PERFORM UNTIL ACK-EOF
                               READ PayrollAckFile
                                   AT END
                                       MOVE 'Y' TO WS-ACK-EOF
                                   NOT AT END
                                       IF PA-EMPLOYEE-ID IS NUMERIC
                                           AND (PA-RECORD-TYPE = 'R'
                                           OR PA-RECORD-TYPE = 'r')
                                           PERFORM 656-MATCH-RETRO-ACK
                                       END-IF
                               END-READ
                           END-PERFORM
                           CLOSE PayrollAckFile
                       END-IF
                       MOVE ZERO TO WS-RTA-SUB
                       PERFORM WS-RTA-COUNT TIMES
                           ADD 1 TO WS-RTA-SUB
                           IF WS-RTA-ACKED(WS-RTA-SUB) = 'N'
                               ADD 1 TO WS-RTA-OPEN-COUNT
                           END-IF
                       END-PERFORM
                   END-IF.

           *> Prints audit activity filtered by date range, operator,
           *> or employee, with totals by action type
       700-AUDIT-INQUIRY.
           PERFORM 701-GATHER-INQUIRY-FILTER
           MOVE ZERO TO WS-INQ-LINE-COUNT
           INITIALIZE WS-INQ-COUNTS
           OPEN INPUT AuditFile
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY "No audit file found."
           ELSE
               MOVE 'N' TO WS-AUD-EOF
               PERFORM UNTIL AUD-EOF
                   READ AuditFile
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           PERFORM 702-CHECK-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AuditFile
               PERFORM 703-DISPLAY-INQUIRY-TOTALS
           END-IF.

           *> Accepts the inquiry filter selections
           701-GATHER-INQUIRY-FILTER.
                   DISPLAY "Filter by Date range (D), Operator (O),"
                       " Employee (E), or All (A)?"
                   ACCEPT WS-INQ-CHOICE
                   EVALUATE WS-INQ-CHOICE
                       WHEN 'D' WHEN 'd'
                           MOVE 'N' TO WS-VALID-FIELD
                           PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                               DISPLAY "From date (YYYYMMDD)"
                               ACCEPT WS-DATE-BUFFER
                               IF WS-DATE-BUFFER IS NUMERIC
                                   MOVE 'Y' TO WS-VALID-FIELD
                               ELSE
                                   DISPLAY
                            "Date must be 8 digits. Re-enter."
                               END-IF
                           END-PERFORM
                           PERFORM 704-BUILD-FROM-DATE
                           MOVE 'N' TO WS-VALID-FIELD
                           PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                               DISPLAY
                                "To date (YYYYMMDD, blank = from)"
                               ACCEPT WS-DATE-BUFFER
                               IF WS-DATE-BUFFER = SPACES
                                       OR WS-DATE-BUFFER IS NUMERIC
                                   MOVE 'Y' TO WS-VALID-FIELD
                               ELSE
                                   DISPLAY
                            "Date must be 8 digits. Re-enter."
                               END-IF
                           END-PERFORM
                           IF WS-DATE-BUFFER = SPACES
                               MOVE WS-INQ-FROM-DATE
                                   TO WS-INQ-TO-DATE
                           ELSE
                               PERFORM 705-BUILD-TO-DATE
                           END-IF
                       WHEN 'O' WHEN 'o'
                           DISPLAY "Operator ID (10)"
                           ACCEPT WS-INQ-OPERATOR
                       WHEN 'E' WHEN 'e'
                           PERFORM 103-VALIDATE-EMPLOYEE-ID
                           MOVE Employee-ID OF EmployeeRecordFormat
                               TO WS-INQ-EMPLOYEE
                       WHEN OTHER
                           MOVE 'A' TO WS-INQ-CHOICE
                   END-EVALUATE.

           *> Prints the audit line when it passes the filter
           702-CHECK-AUDIT-LINE.
                   MOVE 'Y' TO WS-INQ-MATCH-FLAG
                   EVALUATE WS-INQ-CHOICE
                       WHEN 'D' WHEN 'd'
                           IF AUD-TIMESTAMP(1:10) < WS-INQ-FROM-DATE
                                   OR AUD-TIMESTAMP(1:10)
                                       > WS-INQ-TO-DATE
                               MOVE 'N' TO WS-INQ-MATCH-FLAG
                           END-IF
                       WHEN 'O' WHEN 'o'
                           IF AUD-OPERATOR-ID NOT = WS-INQ-OPERATOR
                               MOVE 'N' TO WS-INQ-MATCH-FLAG
                           END-IF
                       WHEN 'E' WHEN 'e'
                           IF AUD-EMPLOYEE-ID NOT = WS-INQ-EMPLOYEE
                               MOVE 'N' TO WS-INQ-MATCH-FLAG
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF INQ-MATCH
                       DISPLAY AuditRecord
                       ADD 1 TO WS-INQ-LINE-COUNT
                       EVALUATE AUD-ACTION
                           WHEN 'ADD'
                               ADD 1 TO WS-INQ-ADD-COUNT
                           WHEN 'CHANGE'
                               ADD 1 TO WS-INQ-CHANGE-COUNT
                           WHEN 'DELETE'
                               ADD 1 TO WS-INQ-DELETE-COUNT
                           WHEN 'TERMINATE'
                               ADD 1 TO WS-INQ-TERM-COUNT
                           WHEN 'REHIRE'
                               ADD 1 TO WS-INQ-REHIRE-COUNT
                           WHEN 'STATUS'
                               ADD 1 TO WS-INQ-STATUS-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-INQ-OTHER-COUNT
                       END-EVALUATE
                   END-IF.

           *> Totals by action type for the printed activity
           703-DISPLAY-INQUIRY-TOTALS.
                   DISPLAY "Lines matched : " WS-INQ-LINE-COUNT
                   DISPLAY "  ADD       : " WS-INQ-ADD-COUNT
                   DISPLAY "  CHANGE    : " WS-INQ-CHANGE-COUNT
                   DISPLAY "  DELETE    : " WS-INQ-DELETE-COUNT
                   DISPLAY "  TERMINATE : " WS-INQ-TERM-COUNT
                   DISPLAY "  REHIRE    : " WS-INQ-REHIRE-COUNT
                   DISPLAY "  STATUS    : " WS-INQ-STATUS-COUNT
                   DISPLAY "  OTHER     : " WS-INQ-OTHER-COUNT.

           *> Builds the dashed from-date used against AUD-TIMESTAMP
           704-BUILD-FROM-DATE.
                   MOVE SPACES TO WS-INQ-FROM-DATE
                   STRING WS-DATE-BUFFER(1:4) "-"
                       WS-DATE-BUFFER(5:2) "-" WS-DATE-BUFFER(7:2)
                       DELIMITED BY SIZE INTO WS-INQ-FROM-DATE.

           *> Builds the dashed to-date used against AUD-TIMESTAMP
           705-BUILD-TO-DATE.
                   MOVE SPACES TO WS-INQ-TO-DATE
                   STRING WS-DATE-BUFFER(1:4) "-"
                       WS-DATE-BUFFER(5:2) "-" WS-DATE-BUFFER(7:2)
                       DELIMITED BY SIZE INTO WS-INQ-TO-DATE.

           *> Cuts the closed month's audit lines to a dated archive
           *> and starts the live file fresh without them
       750-AUDIT-ARCHIVE.
           IF UNATTENDED-RUN
               CONTINUE
           ELSE
               DISPLAY "Month to archive (YYYYMM)"
               ACCEPT WS-ARCHIVE-MONTH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF WS-ARCHIVE-MONTH IS NOT NUMERIC
                   OR WS-ARCHIVE-MONTH(5:2) < '01'
                   OR WS-ARCHIVE-MONTH(5:2) > '12'
               DISPLAY "Month must be YYYYMM. Archival skipped."
           ELSE
           IF WS-ARCHIVE-MONTH >= WS-TODAY-YYYYMMDD(1:6)
               DISPLAY "Only a closed month may be archived."
                   " Archival skipped."
           ELSE
               MOVE SPACES TO WS-ARCHIVE-PREFIX
               STRING WS-ARCHIVE-MONTH(1:4) "-"
                   WS-ARCHIVE-MONTH(5:2)
                   DELIMITED BY SIZE INTO WS-ARCHIVE-PREFIX
               MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME
               STRING "AUDIT-" WS-ARCHIVE-MONTH ".txt"
                   DELIMITED BY SIZE INTO WS-AUDIT-ARCHIVE-NAME
               OPEN INPUT AuditArchiveFile
               IF WS-ARC-FILE-STATUS = '00'
                   CLOSE AuditArchiveFile
                   DISPLAY WS-AUDIT-ARCHIVE-NAME " already exists."
                       " Archival skipped."
               ELSE
               OPEN INPUT AuditFile
               IF WS-AUD-FILE-STATUS NOT = '00'
                   DISPLAY "No audit file found. Archival skipped."
               ELSE
                   OPEN OUTPUT AuditArchiveFile
                   OPEN OUTPUT AuditWorkFile
                   MOVE ZERO TO WS-ARCHIVED-COUNT
                   MOVE ZERO TO WS-KEPT-COUNT
                   MOVE 'N' TO WS-AUD-EOF
                   PERFORM UNTIL AUD-EOF
                       READ AuditFile
                           AT END
                               MOVE 'Y' TO WS-AUD-EOF
                           NOT AT END
                               PERFORM 751-SPLIT-AUDIT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE AuditWorkFile
                   CLOSE AuditArchiveFile
                   CLOSE AuditFile
                   PERFORM 752-REBUILD-LIVE-AUDIT
                   DISPLAY "Archived " WS-ARCHIVED-COUNT
                       " line(s) to " WS-AUDIT-ARCHIVE-NAME ", "
                       WS-KEPT-COUNT " kept live."
               END-IF
               END-IF
           END-IF
           END-IF.

           *> Routes one audit line to the archive or the work file
           751-SPLIT-AUDIT-LINE.
                   IF AUD-TIMESTAMP(1:7) = WS-ARCHIVE-PREFIX
                       MOVE AuditRecord TO AuditArchiveRecord
                       WRITE AuditArchiveRecord
                       ADD 1 TO WS-ARCHIVED-COUNT
                   ELSE
                       MOVE AuditRecord TO AuditWorkRecord
                       WRITE AuditWorkRecord
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF.

           *> Rewrites the live audit file from the kept lines
           752-REBUILD-LIVE-AUDIT.
                   OPEN INPUT AuditWorkFile
                   OPEN OUTPUT AuditFile
                   MOVE 'N' TO WS-AUD-EOF
                   PERFORM UNTIL AUD-EOF
                       READ AuditWorkFile
                           AT END
                               MOVE 'Y' TO WS-AUD-EOF
                           NOT AT END
                               MOVE AuditWorkRecord TO AuditRecord
                               WRITE AuditRecord
                       END-READ
                   END-PERFORM
                   CLOSE AuditFile
                   CLOSE AuditWorkFile.

           *> Retention purge: moves employees terminated more than N
           *> years ago off the live master into a dated history
           *> archive, the way 750 archives the audit trail
       760-MASTER-PURGE.
           IF UNATTENDED-RUN
               CONTINUE
           ELSE
               MOVE 'N' TO WS-VALID-FIELD
               PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                   DISPLAY "Purge terminations older than how many"
                       " years? (2 digits)"
                   ACCEPT WS-PURGE-YEARS-BUF
                   IF WS-PURGE-YEARS-BUF IS NUMERIC
                           AND WS-PURGE-YEARS-BUF NOT = '00'
                       MOVE WS-PURGE-YEARS-BUF TO WS-PURGE-YEARS
                       MOVE 'Y' TO WS-VALID-FIELD
                   ELSE
                       DISPLAY "Years must be 2 digits above zero."
                           " Re-enter."
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PURGE-YEARS = ZERO
               DISPLAY "No retention years given. Purge skipped."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
               COMPUTE WS-PURGE-CUTOFF =
                   WS-TODAY-YYYYMMDD - WS-PURGE-YEARS * 10000
               MOVE SPACES TO WS-EMP-HISTORY-NAME
               STRING "EMPHIST-" WS-TODAY-YYYYMMDD ".txt"
                   DELIMITED BY SIZE INTO WS-EMP-HISTORY-NAME
               OPEN INPUT EmployeeHistoryFile
               IF WS-HIS-FILE-STATUS = '00'
                   CLOSE EmployeeHistoryFile
                   DISPLAY WS-EMP-HISTORY-NAME " already exists."
                       " Purge skipped."
               ELSE
                   PERFORM 761-PURGE-SCAN
               END-IF
           END-IF.

           *> One pass over the master deleting what it archives
           761-PURGE-SCAN.
                   PERFORM 130-OPEN-EMPLOYEE-MASTER
                   IF WS-EMP-FILE-STATUS NOT = '00'
                       DISPLAY "Purge skipped."
                   ELSE
                       OPEN OUTPUT EmployeeHistoryFile
                       MOVE ZERO TO WS-PURGED-COUNT
                       MOVE ZERO
                           TO Employee-ID OF EmployeeRecordFormat
                       START EmployeeFile KEY IS >=
                               Employee-ID OF EmployeeRecordFormat
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-EOF
                               PERFORM UNTIL EOF
                                   READ EmployeeFile NEXT
                                       AT END
                                           SET EOF TO TRUE
                                       NOT AT END
                                           PERFORM
                                             762-PURGE-ONE-RECORD
                                   END-READ
                               END-PERFORM
                       END-START
                       CLOSE EmployeeHistoryFile
                       CLOSE EmployeeFile
                       PERFORM 763-INDEX-HISTORY-ARCHIVE
                       DISPLAY "Purged " WS-PURGED-COUNT
                           " record(s) to " WS-EMP-HISTORY-NAME "."
                   END-IF.

           *> Archives and deletes one long-terminated employee
           762-PURGE-ONE-RECORD.
                   IF Emp-Status OF EmployeeRecordFormat = 'T'
                           AND Status-Date OF EmployeeRecordFormat
                               > ZERO
                           AND Status-Date OF EmployeeRecordFormat
                               <= WS-PURGE-CUTOFF
                       MOVE EmployeeRecordFormat
                           TO EmployeeHistoryRecord
                       WRITE EmployeeHistoryRecord
                       DELETE EmployeeFile
                           INVALID KEY
                               DISPLAY "Unable to purge "
                                   Employee-ID
                                   OF EmployeeRecordFormat "."
                           NOT INVALID KEY
                               ADD 1 TO WS-PURGED-COUNT
                               DISPLAY "  PURGED: "
                                   Employee-ID
                                   OF EmployeeRecordFormat " "
                                   Last-Name
                                   OF EmployeeRecordFormat
                                   " terminated "
                                   Status-Date
                                   OF EmployeeRecordFormat
                               MOVE Employee-ID
                                   OF EmployeeRecordFormat
                                   TO WS-AUDIT-EMPLOYEE-ID
                               MOVE "PURGE" TO WS-AUDIT-ACTION
                               PERFORM 900-LOG-AUDIT-ENTRY
                       END-DELETE
                   END-IF.

           *> Records the new archive on EMPHIST-INDEX.txt so the
           *> turnover report still counts the purged leavers
           763-INDEX-HISTORY-ARCHIVE.
                   MOVE SPACES TO EmpHistIndexRecord
                   MOVE WS-TODAY-YYYYMMDD TO EHX-ARCHIVE-DATE
                   MOVE WS-PURGED-COUNT TO EHX-PURGED-COUNT
                   OPEN EXTEND EmpHistIndexFile
                   IF WS-EHX-FILE-STATUS = '35'
                       OPEN OUTPUT EmpHistIndexFile
                   END-IF
                   WRITE EmpHistIndexRecord
                   CLOSE EmpHistIndexFile.

           *> Puts one employee back on the master from a history
           *> archive for the occasional rehire of someone long gone
       765-MASTER-RESTORE.
           MOVE 'N' TO WS-VALID-FIELD
           PERFORM WITH TEST AFTER UNTIL VALID-FIELD
               DISPLAY "History archive date (YYYYMMDD)"
               ACCEPT WS-BACKUP-DATE-BUF
               IF WS-BACKUP-DATE-BUF IS NUMERIC
                   MOVE 'Y' TO WS-VALID-FIELD
               ELSE
                   DISPLAY "Date must be 8 digits. Re-enter."
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-EMP-HISTORY-NAME
           STRING "EMPHIST-" WS-BACKUP-DATE-BUF ".txt"
               DELIMITED BY SIZE INTO WS-EMP-HISTORY-NAME
           OPEN INPUT EmployeeHistoryFile
           IF WS-HIS-FILE-STATUS NOT = '00'
               DISPLAY "No archive " WS-EMP-HISTORY-NAME
                   " found. Restore skipped."
           ELSE
               PERFORM 103-VALIDATE-EMPLOYEE-ID
               MOVE WS-ID-BUFFER TO WS-RESTORE-ID
               MOVE 'N' TO WS-RESTORE-FOUND-FLAG
               MOVE 'N' TO WS-HIS-EOF
               PERFORM UNTIL HIS-EOF OR RESTORE-FOUND
                   READ EmployeeHistoryFile
                       AT END
                           MOVE 'Y' TO WS-HIS-EOF
                       NOT AT END
                           IF EmployeeHistoryRecord(1:6)
                                   = WS-RESTORE-ID
                               MOVE 'Y' TO WS-RESTORE-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmployeeHistoryFile
               IF RESTORE-FOUND
                   PERFORM 766-RESTORE-ONE-RECORD
               ELSE
                   DISPLAY "Employee " WS-RESTORE-ID " is not on "
                       WS-EMP-HISTORY-NAME "."
               END-IF
           END-IF.

           *> Writes the archived record back onto the master
           766-RESTORE-ONE-RECORD.
                   PERFORM 130-OPEN-EMPLOYEE-MASTER
                   IF WS-EMP-FILE-STATUS NOT = '00'
                       DISPLAY "Restore skipped."
                   ELSE
                       MOVE EmployeeHistoryRecord
                           TO EmployeeRecordFormat
                       WRITE EmployeeRecordFormat
                           INVALID KEY
                               DISPLAY "Employee "
                                   Employee-ID
                                   OF EmployeeRecordFormat
                                   " is already on the master."
                                   " Restore skipped."
                           NOT INVALID KEY
                               DISPLAY "Employee restored....."
                                   " Re-enter the record (N) to"
                                   " rehire."
                               MOVE Employee-ID
                                   OF EmployeeRecordFormat
                                   TO WS-AUDIT-EMPLOYEE-ID
                               MOVE "RESTORE" TO WS-AUDIT-ACTION
                               PERFORM 900-LOG-AUDIT-ENTRY
                       END-WRITE
                       CLOSE EmployeeFile
                   END-IF.

           *> End-of-day unload of the indexed master to a dated
           *> sequential generation, run only after the verify pass
       770-MASTER-BACKUP.
           PERFORM 771-VERIFY-MASTER
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY "Backup skipped."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
               MOVE SPACES TO WS-EMP-BACKUP-NAME
               STRING "EMPBKUP-" WS-TODAY-YYYYMMDD ".txt"
                   DELIMITED BY SIZE INTO WS-EMP-BACKUP-NAME
               PERFORM 772-UNLOAD-MASTER
               IF WS-VERIFY-ERRORS > ZERO
                   DISPLAY "WARNING: verify found "
                       WS-VERIFY-ERRORS " problem record(s)."
                       " Do not trust " WS-EMP-BACKUP-NAME
                       " until they are explained."
               END-IF
           END-IF.

           *> Integrity pass over the whole master: record count,
           *> bad status codes, and depts missing from DEPT-MASTER
           771-VERIFY-MASTER.
                   PERFORM 401-LOAD-DEPT-TABLE
                   MOVE ZERO TO WS-VERIFY-COUNT
                   MOVE ZERO TO WS-VERIFY-BAD-STATUS
                   MOVE ZERO TO WS-VERIFY-BAD-DEPT
                   MOVE ZERO TO WS-VERIFY-ERRORS
                   OPEN INPUT EmployeeFile
                   IF WS-EMP-FILE-STATUS NOT = '00'
                       DISPLAY "Employee master did not open,"
                           " status " WS-EMP-FILE-STATUS "."
                   ELSE
                       MOVE ZERO
                           TO Employee-ID OF EmployeeRecordFormat
                       START EmployeeFile KEY IS >=
                               Employee-ID OF EmployeeRecordFormat
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'N' TO WS-EOF
                               PERFORM UNTIL EOF
                                   READ EmployeeFile NEXT
                                       AT END
                                           SET EOF TO TRUE
                                       NOT AT END
                                           PERFORM
                                             773-VERIFY-ONE-RECORD
                                   END-READ
                               END-PERFORM
                       END-START
                       CLOSE EmployeeFile
                       COMPUTE WS-VERIFY-ERRORS =
                           WS-VERIFY-BAD-STATUS + WS-VERIFY-BAD-DEPT
                       DISPLAY "Verify: " WS-VERIFY-COUNT
                           " record(s), " WS-VERIFY-BAD-STATUS
                           " bad status, " WS-VERIFY-BAD-DEPT
                           " unknown dept."
                   END-IF.

           *> Copies every master record to the dated backup file
           772-UNLOAD-MASTER.
                   MOVE ZERO TO WS-BACKUP-COUNT
                   OPEN INPUT EmployeeFile
                   IF WS-EMP-FILE-STATUS NOT = '00'
                       DISPLAY "Employee master did not open,"
                           " status " WS-EMP-FILE-STATUS
                           ". Backup skipped."
                   ELSE
                       OPEN OUTPUT EmployeeBackupFile
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL EOF
                           READ EmployeeFile
                               AT END
                                   SET EOF TO TRUE
                               NOT AT END
                                   MOVE EmployeeRecordFormat
                                       TO EmployeeBackupRecord
                                   WRITE EmployeeBackupRecord
                                   ADD 1 TO WS-BACKUP-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeBackupFile
                       CLOSE EmployeeFile
                       DISPLAY "Backed up " WS-BACKUP-COUNT
                           " record(s) to " WS-EMP-BACKUP-NAME "."
                   END-IF.

           *> Status and dept edits for one verified record
           773-VERIFY-ONE-RECORD.
                   ADD 1 TO WS-VERIFY-COUNT
                   IF Emp-Status OF EmployeeRecordFormat NOT = 'A'
                           AND Emp-Status OF EmployeeRecordFormat
                               NOT = 'L'
                           AND Emp-Status OF EmployeeRecordFormat
                               NOT = 'T'
                       ADD 1 TO WS-VERIFY-BAD-STATUS
                       DISPLAY "  BAD STATUS: Employee "
                           Employee-ID OF EmployeeRecordFormat
                           " carries status '"
                           Emp-Status OF EmployeeRecordFormat "'."
                   END-IF
                   MOVE Dept OF EmployeeRecordFormat
                       TO WS-DEPT-CODE-WORK
                   PERFORM 407-FIND-DEPT-ENTRY
                   IF NOT DEPT-FOUND
                       ADD 1 TO WS-VERIFY-BAD-DEPT
                       DISPLAY "  BAD DEPT: Employee "
                           Employee-ID OF EmployeeRecordFormat
                           " carries unknown Dept "
                           Dept OF EmployeeRecordFormat "."
                   END-IF.

           *> Rebuilds the indexed master from a chosen backup
           *> generation after the index corrupts
       775-MASTER-RELOAD.
           MOVE 'N' TO WS-VALID-FIELD
           PERFORM WITH TEST AFTER UNTIL VALID-FIELD
               DISPLAY "Backup generation date (YYYYMMDD)"
               ACCEPT WS-BACKUP-DATE-BUF
               IF WS-BACKUP-DATE-BUF IS NUMERIC
                   MOVE 'Y' TO WS-VALID-FIELD
               ELSE
                   DISPLAY "Date must be 8 digits. Re-enter."
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-EMP-BACKUP-NAME
           STRING "EMPBKUP-" WS-BACKUP-DATE-BUF ".txt"
               DELIMITED BY SIZE INTO WS-EMP-BACKUP-NAME
           OPEN INPUT EmployeeBackupFile
           IF WS-BKP-FILE-STATUS NOT = '00'
               DISPLAY "No backup " WS-EMP-BACKUP-NAME
                   " found. Reload skipped."
           ELSE
               DISPLAY "Reload REPLACES the live master from "
                   WS-EMP-BACKUP-NAME ". Proceed? (Y/N) "
               ACCEPT WS-REPLY
               IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
                   PERFORM 776-RELOAD-FROM-BACKUP
               ELSE
                   DISPLAY "Reload cancelled."
               END-IF
               CLOSE EmployeeBackupFile
           END-IF.

           *> Writes every backup record into a freshly built index
           776-RELOAD-FROM-BACKUP.
                   MOVE ZERO TO WS-RELOAD-COUNT
                   OPEN OUTPUT EmployeeFile
                   IF WS-EMP-FILE-STATUS NOT = '00'
                       DISPLAY "Employee master did not open,"
                           " status " WS-EMP-FILE-STATUS
                           ". Reload abandoned."
                   ELSE
                       MOVE 'N' TO WS-BKP-EOF
                       PERFORM UNTIL BKP-EOF
                           READ EmployeeBackupFile
                               AT END
                                   MOVE 'Y' TO WS-BKP-EOF
                               NOT AT END
                                   MOVE EmployeeBackupRecord
                                       TO EmployeeRecordFormat
                                   WRITE EmployeeRecordFormat
                                       INVALID KEY
                                           DISPLAY
                                             "Reload could not write "
                                             Employee-ID OF
                                             EmployeeRecordFormat "."
                                       NOT INVALID KEY
                                           ADD 1 TO WS-RELOAD-COUNT
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeFile
                       DISPLAY "Reloaded " WS-RELOAD-COUNT
                           " record(s) from " WS-EMP-BACKUP-NAME "."
                       MOVE ZERO TO WS-AUDIT-EMPLOYEE-ID
                       MOVE "RELOAD" TO WS-AUDIT-ACTION
                       PERFORM 900-LOG-AUDIT-ENTRY
                   END-IF.

           *> Delta benefits feed: merges today's master against the
           *> snapshot from the last clean run and sends the carrier
           *> only adds, changes, and terminations, bracketed by a
           *> header and a trailer they balance against
       780-BENEFITS-FEED.
           OPEN INPUT EmployeeFile
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY "Employee master not available."
                   " Benefits feed skipped."
           ELSE
               MOVE 'N' TO WS-SNP-PRESENT-FLAG
               OPEN INPUT BenefitsSnapshotFile
               IF WS-SNP-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-SNP-PRESENT-FLAG
               END-IF
               OPEN OUTPUT BenefitsFeedFile
               MOVE ZERO TO WS-FEED-COUNT
               MOVE ZERO TO WS-FEED-HASH
               MOVE ZERO TO WS-FEED-ADDS
               MOVE ZERO TO WS-FEED-CHANGES
               MOVE ZERO TO WS-FEED-TERMS
               MOVE 'H' TO WS-BFH-TYPE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BFH-DATE
               MOVE SPACES TO BenefitsFeedRecord
               MOVE WS-BF-HEADER TO BenefitsFeedRecord
               WRITE BenefitsFeedRecord
               MOVE 'N' TO WS-MST-DONE-FLAG
               MOVE 'N' TO WS-SNP-DONE-FLAG
               PERFORM 781-READ-MASTER-SIDE
               PERFORM 782-READ-SNAPSHOT-SIDE
               PERFORM UNTIL MST-DONE AND SNP-DONE
                   PERFORM 783-MERGE-ONE-STEP
               END-PERFORM
               MOVE 'T' TO WS-BFT-TYPE
               MOVE WS-FEED-COUNT TO WS-BFT-COUNT
               MOVE WS-FEED-HASH TO WS-BFT-HASH
               MOVE SPACES TO BenefitsFeedRecord
               MOVE WS-BF-TRAILER TO BenefitsFeedRecord
               WRITE BenefitsFeedRecord
               CLOSE BenefitsFeedFile
               IF SNP-PRESENT
                   CLOSE BenefitsSnapshotFile
               END-IF
               CLOSE EmployeeFile
               DISPLAY "Benefits feed: " WS-FEED-ADDS " add(s), "
                   WS-FEED-CHANGES " change(s), " WS-FEED-TERMS
                   " term(s)."
               PERFORM 789-REFRESH-SNAPSHOT
           END-IF.

           *> Fetches the next master record for the merge
           781-READ-MASTER-SIDE.
                   READ EmployeeFile
                       AT END
                           MOVE 'Y' TO WS-MST-DONE-FLAG
                   END-READ.

           *> Fetches the next snapshot record for the merge; a
           *> missing snapshot (first run) reads as already done
           782-READ-SNAPSHOT-SIDE.
                   IF SNP-PRESENT
                       READ BenefitsSnapshotFile
                           AT END
                               MOVE 'Y' TO WS-SNP-DONE-FLAG
                       END-READ
                   ELSE
                       MOVE 'Y' TO WS-SNP-DONE-FLAG
                   END-IF.

           *> One step of the two-file merge on Employee-ID
           783-MERGE-ONE-STEP.
                   EVALUATE TRUE
                       WHEN MST-DONE
                           PERFORM 784-EMIT-SNAPSHOT-TERM
                           PERFORM 782-READ-SNAPSHOT-SIDE
                       WHEN SNP-DONE
                           PERFORM 785-EMIT-MASTER-ADD
                           PERFORM 781-READ-MASTER-SIDE
                       WHEN Employee-ID OF EmployeeRecordFormat
                               < BS-EMPLOYEE-ID
                           PERFORM 785-EMIT-MASTER-ADD
                           PERFORM 781-READ-MASTER-SIDE
                       WHEN Employee-ID OF EmployeeRecordFormat
                               > BS-EMPLOYEE-ID
                           PERFORM 784-EMIT-SNAPSHOT-TERM
                           PERFORM 782-READ-SNAPSHOT-SIDE
                       WHEN OTHER
                           PERFORM 786-EMIT-MATCHED-CHANGE
                           PERFORM 781-READ-MASTER-SIDE
                           PERFORM 782-READ-SNAPSHOT-SIDE
                   END-EVALUATE.

           *> A snapshot employee gone from the master (or only on
           *> the snapshot) leaves the plan
           784-EMIT-SNAPSHOT-TERM.
                   IF BS-STATUS NOT = 'T'
                       MOVE 'T' TO WS-BFD-ACTION
                       MOVE BS-EMPLOYEE-ID TO WS-BFD-EMPLOYEE-ID
                       MOVE BS-DEPT TO WS-BFD-DEPT
                       MOVE BS-LAST-NAME TO WS-BFD-LAST-NAME
                       MOVE BS-FIRST-NAME TO WS-BFD-FIRST-NAME
                       MOVE 'T' TO WS-BFD-STATUS
                       ADD 1 TO WS-FEED-TERMS
                       PERFORM 787-WRITE-FEED-DETAIL
                   END-IF.

           *> A master employee the snapshot never saw enrolls
           785-EMIT-MASTER-ADD.
                   IF Emp-Status OF EmployeeRecordFormat NOT = 'T'
                       MOVE 'A' TO WS-BFD-ACTION
                       PERFORM 788-FILL-DETAIL-FROM-MASTER
                       ADD 1 TO WS-FEED-ADDS
                       PERFORM 787-WRITE-FEED-DETAIL
                   END-IF.

           *> The same Employee-ID on both sides: termination, new
           *> enrollment after a rehire, or a dept/name change
           786-EMIT-MATCHED-CHANGE.
                   EVALUATE TRUE
                       WHEN Emp-Status OF EmployeeRecordFormat = 'T'
                               AND BS-STATUS NOT = 'T'
                           MOVE 'T' TO WS-BFD-ACTION
                           PERFORM 788-FILL-DETAIL-FROM-MASTER
                           ADD 1 TO WS-FEED-TERMS
                           PERFORM 787-WRITE-FEED-DETAIL
                       WHEN Emp-Status OF EmployeeRecordFormat
                               NOT = 'T' AND BS-STATUS = 'T'
                           MOVE 'A' TO WS-BFD-ACTION
                           PERFORM 788-FILL-DETAIL-FROM-MASTER
                           ADD 1 TO WS-FEED-ADDS
                           PERFORM 787-WRITE-FEED-DETAIL
                       WHEN Emp-Status OF EmployeeRecordFormat
                               NOT = 'T'
                               AND (Dept OF EmployeeRecordFormat
                                   NOT = BS-DEPT
                               OR Last-Name OF EmployeeRecordFormat
                                   NOT = BS-LAST-NAME
                               OR First-Name OF EmployeeRecordFormat
                                   NOT = BS-FIRST-NAME)
                           MOVE 'C' TO WS-BFD-ACTION
                           PERFORM 788-FILL-DETAIL-FROM-MASTER
                           ADD 1 TO WS-FEED-CHANGES
                           PERFORM 787-WRITE-FEED-DETAIL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE.

           *> Writes one detail and rolls the control totals
           787-WRITE-FEED-DETAIL.
                   MOVE 'D' TO WS-BFD-TYPE
                   MOVE SPACES TO BenefitsFeedRecord
                   MOVE WS-BF-DETAIL TO BenefitsFeedRecord
                   WRITE BenefitsFeedRecord
                   ADD 1 TO WS-FEED-COUNT
                   ADD WS-BFD-EMPLOYEE-ID TO WS-FEED-HASH.

           788-FILL-DETAIL-FROM-MASTER.
                   MOVE Employee-ID OF EmployeeRecordFormat
                       TO WS-BFD-EMPLOYEE-ID
                   MOVE Dept OF EmployeeRecordFormat TO WS-BFD-DEPT
                   MOVE Last-Name OF EmployeeRecordFormat
                       TO WS-BFD-LAST-NAME
                   MOVE First-Name OF EmployeeRecordFormat
                       TO WS-BFD-FIRST-NAME
                   MOVE Emp-Status OF EmployeeRecordFormat
                       TO WS-BFD-STATUS.

           *> Rewrites the snapshot from today's master only after
           *> the feed has been written and closed cleanly
           789-REFRESH-SNAPSHOT.
                   IF WS-BFD-FILE-STATUS NOT = '00'
                       DISPLAY "Feed did not close cleanly, status "
                           WS-BFD-FILE-STATUS
                           ". Snapshot left as it was."
                   ELSE
                       OPEN INPUT EmployeeFile
                       IF WS-EMP-FILE-STATUS NOT = '00'
                           DISPLAY "Snapshot not refreshed."
                       ELSE
                           OPEN OUTPUT BenefitsSnapshotFile
                           MOVE 'N' TO WS-EOF
                           PERFORM UNTIL EOF
                               READ EmployeeFile
                                   AT END
                                       SET EOF TO TRUE
                                   NOT AT END
                                       MOVE SPACES
                                           TO BenefitsSnapshotRecord
                                       MOVE Employee-ID
                                           OF EmployeeRecordFormat
                                           TO BS-EMPLOYEE-ID
                                       MOVE Dept
                                           OF EmployeeRecordFormat
                                           TO BS-DEPT
                                       MOVE Last-Name
                                           OF EmployeeRecordFormat
                                           TO BS-LAST-NAME
                                       MOVE First-Name
                                           OF EmployeeRecordFormat
                                           TO BS-FIRST-NAME
                                       MOVE Emp-Status
                                           OF EmployeeRecordFormat
                                           TO BS-STATUS
                                       WRITE BenefitsSnapshotRecord
                               END-READ
                           END-PERFORM
                           CLOSE BenefitsSnapshotFile
                           CLOSE EmployeeFile
                           DISPLAY "Benefits snapshot refreshed....."
                       END-IF
                   END-IF.

           *> Grants annual leave days to every current employee by
           *> the same 5/10/20 service bands the banding report uses
       800-VACATION-ACCRUAL.
           PERFORM 139-OPEN-LEAVE-BALANCES
           IF WS-LB-FILE-STATUS NOT = '00'
               DISPLAY "Accrual skipped."
           ELSE
               OPEN INPUT EmployeeFile
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Employee master not available."
                       " Accrual skipped."
                   CLOSE LeaveBalanceFile
               ELSE
                   MOVE ZERO TO WS-ACCRUAL-COUNT
                   OPEN EXTEND LeaveAccrualFile
                   IF WS-LAC-FILE-STATUS = '35'
                       OPEN OUTPUT LeaveAccrualFile
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL EOF
                       READ EmployeeFile
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               IF Emp-Status OF EmployeeRecordFormat
                                       NOT = 'T'
                                   PERFORM 801-GRANT-ONE-EMPLOYEE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EmployeeFile
                   CLOSE LeaveBalanceFile
                   CLOSE LeaveAccrualFile
                   DISPLAY "Accrual granted to " WS-ACCRUAL-COUNT
                       " employee(s)."
               END-IF
           END-IF.

           *> Adds one employee's banded grant to the balance file
           801-GRANT-ONE-EMPLOYEE.
                   PERFORM 110-COMPUTE-SERVICE-YEARS
                   EVALUATE TRUE
                       WHEN WS-SERVICE-YEARS >= 20
                           MOVE 25 TO WS-ACCRUAL-GRANT
                       WHEN WS-SERVICE-YEARS >= 10
                           MOVE 20 TO WS-ACCRUAL-GRANT
                       WHEN WS-SERVICE-YEARS >= 5
                           MOVE 15 TO WS-ACCRUAL-GRANT
                       WHEN OTHER
                           MOVE 10 TO WS-ACCRUAL-GRANT
                   END-EVALUATE
                   MOVE Employee-ID OF EmployeeRecordFormat
                       TO LB-EMPLOYEE-ID
                   READ LeaveBalanceFile
                       INVALID KEY
                           MOVE Employee-ID OF EmployeeRecordFormat
                               TO LB-EMPLOYEE-ID
                           MOVE WS-ACCRUAL-GRANT TO LB-BALANCE-DAYS
                           WRITE LeaveBalanceRecord
                               INVALID KEY
                                   DISPLAY "Unable to create balance"
                                       " for " LB-EMPLOYEE-ID "."
                               NOT INVALID KEY
                                   ADD 1 TO WS-ACCRUAL-COUNT
                                   PERFORM 802-LOG-ACCRUAL-GRANT
                           END-WRITE
                       NOT INVALID KEY
                           ADD WS-ACCRUAL-GRANT TO LB-BALANCE-DAYS
                           REWRITE LeaveBalanceRecord
                               INVALID KEY
                                   DISPLAY "Unable to update balance"
                                       " for " LB-EMPLOYEE-ID "."
                               NOT INVALID KEY
                                   ADD 1 TO WS-ACCRUAL-COUNT
                                   PERFORM 802-LOG-ACCRUAL-GRANT
                           END-REWRITE
                   END-READ.

           *> Keeps a dated record of the grant for the year-end close
           802-LOG-ACCRUAL-GRANT.
                   MOVE SPACES TO LeaveAccrualRecord
                   MOVE WS-TODAY-YYYYMMDD TO LA-DATE
                   MOVE LB-EMPLOYEE-ID TO LA-EMPLOYEE-ID
                   MOVE WS-ACCRUAL-GRANT TO LA-DAYS
                   MOVE WS-OPERATOR-ID TO LA-OPERATOR-ID
                   WRITE LeaveAccrualRecord.

           *> Records absences keyed by the operator against the
           *> balance file, with a running log on ABSENCE.txt
       805-ABSENCE-ENTRY.
           PERFORM 130-OPEN-EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM 139-OPEN-LEAVE-BALANCES
               IF WS-LB-FILE-STATUS NOT = '00'
                   CLOSE EmployeeFile
               ELSE
                   MOVE 'Y' TO WS-REPLY
                   PERFORM UNTIL WS-REPLY NOT = 'Y'
                           AND WS-REPLY NOT = 'y'
                       PERFORM 806-RECORD-ONE-ABSENCE
                       DISPLAY "Record another absence? (Y/N) "
                       ACCEPT WS-REPLY
                   END-PERFORM
                   CLOSE LeaveBalanceFile
                   CLOSE EmployeeFile
               END-IF
           END-IF.

           *> Gathers and edits one absence, then posts it
           806-RECORD-ONE-ABSENCE.
                   PERFORM 103-VALIDATE-EMPLOYEE-ID
                   READ EmployeeFile
                       INVALID KEY
                           DISPLAY "No employee found with that ID."
                       NOT INVALID KEY
                           IF Emp-Status OF EmployeeRecordFormat = 'T'
                               DISPLAY "Employee is terminated."
                                   " No absence recorded."
                           ELSE
                               PERFORM 807-EDIT-ABSENCE-FIELDS
                               PERFORM 808-POST-ABSENCE
                           END-IF
                   END-READ.

           *> Date, type, and days edits for one absence
           807-EDIT-ABSENCE-FIELDS.
                   MOVE 'N' TO WS-VALID-FIELD
                   PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                       DISPLAY "Absence date (YYYYMMDD)"
                       ACCEPT WS-DATE-BUFFER
                       PERFORM 111-CHECK-DATE-VALID
                       IF DATE-VALID
                           MOVE 'Y' TO WS-VALID-FIELD
                       ELSE
                           DISPLAY
                            "Date must be a real date, not in the"
                            " future. Re-enter."
                       END-IF
                   END-PERFORM
                   PERFORM 809-EDIT-TYPE-AND-DAYS.

           *> Draws the days from the balance and logs the absence
           808-POST-ABSENCE.
                   MOVE Employee-ID OF EmployeeRecordFormat
                       TO LB-EMPLOYEE-ID
                   READ LeaveBalanceFile
                       INVALID KEY
                           MOVE Employee-ID OF EmployeeRecordFormat
                               TO LB-EMPLOYEE-ID
                           MOVE ZERO TO LB-BALANCE-DAYS
                           SUBTRACT WS-ABS-DAYS-WORK
                               FROM LB-BALANCE-DAYS
                           WRITE LeaveBalanceRecord
                               INVALID KEY
                                   DISPLAY "Unable to create balance"
                                       " for " LB-EMPLOYEE-ID "."
                           END-WRITE
                       NOT INVALID KEY
                           SUBTRACT WS-ABS-DAYS-WORK
                               FROM LB-BALANCE-DAYS
                           REWRITE LeaveBalanceRecord
                               INVALID KEY
                                   DISPLAY "Unable to update balance"
                                       " for " LB-EMPLOYEE-ID "."
                           END-REWRITE
                   END-READ
                   IF LB-BALANCE-DAYS < ZERO
                       MOVE LB-BALANCE-DAYS TO WS-LEAVE-SHOW
                       DISPLAY "WARNING: balance is now "
                           WS-LEAVE-SHOW " day(s)."
                   END-IF
                   MOVE SPACES TO AbsenceRecord
                   MOVE WS-EDIT-DATE-NUM TO AB-DATE
                   MOVE Employee-ID OF EmployeeRecordFormat
                       TO AB-EMPLOYEE-ID
                   MOVE WS-ABS-TYPE TO AB-TYPE
                   MOVE WS-ABS-DAYS-WORK TO AB-DAYS
                   MOVE WS-OPERATOR-ID TO AB-OPERATOR-ID
                   OPEN EXTEND AbsenceFile
                   IF WS-ABS-FILE-STATUS = '35'
                       OPEN OUTPUT AbsenceFile
                   END-IF
                   WRITE AbsenceRecord
                   CLOSE AbsenceFile
                   DISPLAY "Absence recorded....."
                   MOVE Employee-ID OF EmployeeRecordFormat
                       TO WS-AUDIT-EMPLOYEE-ID
                   MOVE "ABSENCE" TO WS-AUDIT-ACTION
                   PERFORM 900-LOG-AUDIT-ENTRY.

           *> Type and days edits shared by absences and requests
           809-EDIT-TYPE-AND-DAYS.
                   MOVE 'N' TO WS-VALID-FIELD
                   PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                       DISPLAY "Type: Vacation (V), Sick (S),"
                           " Personal (P)?"
                       ACCEPT WS-ABS-TYPE
                       IF WS-ABS-TYPE = 'V' OR WS-ABS-TYPE = 'v'
                               OR WS-ABS-TYPE = 'S'
                               OR WS-ABS-TYPE = 's'
                               OR WS-ABS-TYPE = 'P'
                               OR WS-ABS-TYPE = 'p'
                           MOVE FUNCTION UPPER-CASE(WS-ABS-TYPE)
                               TO WS-ABS-TYPE
                           MOVE 'Y' TO WS-VALID-FIELD
                       ELSE
                           DISPLAY "Please enter V, S, or P."
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-VALID-FIELD
                   PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                       DISPLAY "Days absent (3 digits, last is"
                           " tenths, e.g. 015 = 1.5)"
                       ACCEPT WS-ABS-DAYS-BUFFER
                       IF WS-ABS-DAYS-BUFFER IS NUMERIC
                               AND WS-ABS-DAYS-BUFFER NOT = '000'
                           MOVE WS-ABS-DAYS-BUFFER-N
                               TO WS-ABS-DAYS-WORK
                           MOVE 'Y' TO WS-VALID-FIELD
                       ELSE
                           DISPLAY
                            "Days must be 3 digits above zero."
                            " Re-enter."
                       END-IF
                   END-PERFORM.

           *> Department leave-liability report from the balance file
       810-LEAVE-LIABILITY-REPORT.
           PERFORM 401-LOAD-DEPT-TABLE
           MOVE ZERO TO WS-LIAB-EMPLOYEES
           MOVE ZERO TO WS-LIAB-TOTAL
           OPEN INPUT LeaveBalanceFile
           IF WS-LB-FILE-STATUS NOT = '00'
               DISPLAY "No leave balance file. Report skipped."
           ELSE
               OPEN INPUT EmployeeFile
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Employee master not available."
                       " Report skipped."
                   CLOSE LeaveBalanceFile
               ELSE
                   MOVE ZERO TO LB-EMPLOYEE-ID
                   START LeaveBalanceFile KEY IS >= LB-EMPLOYEE-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-LB-EOF
                           PERFORM UNTIL LB-EOF
                               READ LeaveBalanceFile NEXT
                                   AT END
                                       MOVE 'Y' TO WS-LB-EOF
                                   NOT AT END
                                       PERFORM 811-ADD-ONE-LIABILITY
                               END-READ
                           END-PERFORM
                   END-START
                   CLOSE EmployeeFile
                   CLOSE LeaveBalanceFile
                   PERFORM 812-WRITE-LIABILITY-REPORT
               END-IF
           END-IF.

           *> Adds one balance to its department's liability
           811-ADD-ONE-LIABILITY.
                   MOVE LB-EMPLOYEE-ID
                       TO Employee-ID OF EmployeeRecordFormat
                   READ EmployeeFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF Emp-Status OF EmployeeRecordFormat
                                   NOT = 'T'
                               MOVE Dept OF EmployeeRecordFormat
                                   TO WS-DEPT-CODE-WORK
                               PERFORM 407-FIND-DEPT-ENTRY
                               IF DEPT-FOUND
                                   ADD LB-BALANCE-DAYS TO
                                       WS-DT-LIAB(WS-DEPT-SUB)
                               END-IF
                               ADD LB-BALANCE-DAYS TO WS-LIAB-TOTAL
                               ADD 1 TO WS-LIAB-EMPLOYEES
                           END-IF
                   END-READ.

           *> One line per department plus the company total
           812-WRITE-LIABILITY-REPORT.
                   OPEN OUTPUT LeaveLiabilityFile
                   MOVE SPACES TO LeaveLiabilityRecord
                   STRING "Department Leave Liability Report"
                       DELIMITED BY SIZE INTO LeaveLiabilityRecord
                   WRITE LeaveLiabilityRecord
                   MOVE SPACES TO LeaveLiabilityRecord
                   STRING "Dept Name                 Days Owed"
                       DELIMITED BY SIZE INTO LeaveLiabilityRecord
                   WRITE LeaveLiabilityRecord
                   MOVE ZERO TO WS-DEPT-SUB
                   PERFORM WS-DEPT-ENTRY-COUNT TIMES
                       ADD 1 TO WS-DEPT-SUB
                       MOVE WS-DT-LIAB(WS-DEPT-SUB) TO WS-LIAB-SHOW
                       MOVE SPACES TO LeaveLiabilityRecord
                       STRING WS-DT-CODE(WS-DEPT-SUB) "  "
                           WS-DT-NAME(WS-DEPT-SUB) "  "
                           WS-LIAB-SHOW DELIMITED BY SIZE
                           INTO LeaveLiabilityRecord
                       WRITE LeaveLiabilityRecord
                   END-PERFORM
                   MOVE WS-LIAB-TOTAL TO WS-LIAB-SHOW
                   MOVE SPACES TO LeaveLiabilityRecord
                   STRING "Total days owed (" WS-LIAB-EMPLOYEES
                       " employee(s)) : " WS-LIAB-SHOW
                       DELIMITED BY SIZE INTO LeaveLiabilityRecord
                   WRITE LeaveLiabilityRecord
                   CLOSE LeaveLiabilityFile
                   DISPLAY "Leave liability report written.....".

           *> Year-end leave close: caps what each employee carries
           *> into the new year, forfeits the excess, carries negative
           *> balances as a deduction, archives the closing balances
           *> and prints a statement per employee for distribution
       815-LEAVE-YEAR-END-CLOSE.
           MOVE 'N' TO WS-LC-READY-FLAG
           MOVE ZERO TO WS-LC-CLOSED
           MOVE ZERO TO WS-LC-FORFEIT-COUNT
           MOVE ZERO TO WS-LC-DEDUCT-COUNT
           MOVE ZERO TO WS-LC-FORFEIT-TOTAL
           IF UNATTENDED-RUN
               CONTINUE
           ELSE
               DISPLAY "Leave year to close (YYYY)"
               ACCEPT WS-LC-YEAR-BUF
               DISPLAY "Carry-over maximum in whole days"
                   " (3 digits, blank for 010)"
               ACCEPT WS-LC-MAX-BUF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE 'N' TO WS-VALID-FIELD
           IF WS-LC-YEAR-BUF IS NOT NUMERIC
               DISPLAY "Year must be YYYY. Leave close skipped."
           ELSE
           IF WS-LC-YEAR-BUF NOT < WS-TODAY-YYYYMMDD(1:4)
               DISPLAY "Only a finished leave year can be closed."
                   " Leave close skipped."
           ELSE
           IF WS-LC-MAX-BUF NOT = SPACES
                   AND WS-LC-MAX-BUF IS NOT NUMERIC
               DISPLAY "Carry-over maximum must be 3 digits."
                   " Leave close skipped."
           ELSE
               MOVE 'Y' TO WS-VALID-FIELD
           END-IF
           END-IF
           END-IF
           IF VALID-FIELD
               MOVE WS-LC-YEAR-BUF TO WS-LC-YEAR
               COMPUTE WS-LC-YEAR-START = WS-LC-YEAR * 10000 + 101
               COMPUTE WS-LC-YEAR-END = WS-LC-YEAR * 10000 + 1231
               IF WS-LC-MAX-BUF = SPACES
                   MOVE 10 TO WS-CARRY-OVER-MAX
               ELSE
                   MOVE WS-LC-MAX-BUF-N TO WS-CARRY-OVER-MAX
               END-IF
               MOVE SPACES TO WS-LC-FILE-NAME
               STRING "LEAVE-CLOSE-" WS-LC-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-LC-FILE-NAME
               OPEN INPUT LeaveCloseFile
               IF WS-LCF-FILE-STATUS = '00'
                   CLOSE LeaveCloseFile
                   DISPLAY WS-LC-FILE-NAME " already exists;"
                       " the year is closed. Leave close skipped."
               ELSE
                   PERFORM 816-LOAD-LEAVE-ACTIVITY
                   IF LC-OVERFLOW
                       DISPLAY "More than 2000 employees with leave"
                           " activity. Leave close skipped."
                   ELSE
                       PERFORM 139-OPEN-LEAVE-BALANCES
                       IF WS-LB-FILE-STATUS NOT = '00'
                           DISPLAY "Leave close skipped."
                       ELSE
                           PERFORM 401-LOAD-DEPT-TABLE
                           OPEN OUTPUT LeaveCloseFile
                           OPEN OUTPUT LeaveStatementFile
                           SORT SortedEmployeeFile
                               ON ASCENDING KEY SE-Dept SE-Last-Name
                               INPUT PROCEDURE IS
                                   818-LEAVE-CLOSE-INPUT
                               OUTPUT PROCEDURE IS
                                   819-LEAVE-CLOSE-OUTPUT
                           CLOSE LeaveStatementFile
                           CLOSE LeaveCloseFile
                           CLOSE LeaveBalanceFile
                           MOVE 'Y' TO WS-LC-READY-FLAG
                           MOVE WS-LC-FORFEIT-TOTAL TO WS-LIAB-SHOW
                           DISPLAY "Leave year " WS-LC-YEAR
                               " closed for " WS-LC-CLOSED
                               " employee(s); " WS-LC-FORFEIT-COUNT
                               " forfeited " WS-LIAB-SHOW
                               " day(s), " WS-LC-DEDUCT-COUNT
                               " carried negative."
                       END-IF
                   END-IF
               END-IF
           END-IF.

           *> Totals each employee's grants and absences for the
           *> year, and anything posted since it ended
           816-LOAD-LEAVE-ACTIVITY.
                   MOVE ZERO TO WS-LC-COUNT
                   MOVE 'N' TO WS-LC-OVERFLOW-FLAG
                   OPEN INPUT LeaveAccrualFile
                   IF WS-LAC-FILE-STATUS = '00'
                       MOVE 'N' TO WS-LAC-EOF
                       PERFORM UNTIL LAC-EOF OR LC-OVERFLOW
                           READ LeaveAccrualFile
                               AT END
                                   MOVE 'Y' TO WS-LAC-EOF
                               NOT AT END
                                   IF LA-DATE >= WS-LC-YEAR-START
                                       MOVE LA-EMPLOYEE-ID
                                           TO WS-LC-LOOKUP-ID
                                       PERFORM 817-FIND-ACTIVITY-ENTRY
                                   END-IF
                                   IF LA-DATE >= WS-LC-YEAR-START
                                           AND LC-ENTRY-FOUND
                                       PERFORM 824-ADD-ACCRUAL-LINE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE LeaveAccrualFile
                   END-IF
                   OPEN INPUT AbsenceFile
                   IF WS-ABS-FILE-STATUS = '00'
                       MOVE 'N' TO WS-ABS-EOF
                       PERFORM UNTIL ABS-EOF OR LC-OVERFLOW
                           READ AbsenceFile
                               AT END
                                   MOVE 'Y' TO WS-ABS-EOF
                               NOT AT END
                                   IF AB-DATE >= WS-LC-YEAR-START
                                       MOVE AB-EMPLOYEE-ID
                                           TO WS-LC-LOOKUP-ID
                                       PERFORM 817-FIND-ACTIVITY-ENTRY
                                   END-IF
                                   IF AB-DATE >= WS-LC-YEAR-START
                                           AND LC-ENTRY-FOUND
                                       PERFORM 825-ADD-ABSENCE-LINE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE AbsenceFile
                   END-IF.

           *> Finds WS-LC-LOOKUP-ID in the activity table, adding it
           *> when new
           817-FIND-ACTIVITY-ENTRY.
                   MOVE 'N' TO WS-LC-FOUND-FLAG
                   MOVE ZERO TO WS-LC-SUB
                   PERFORM UNTIL LC-ENTRY-FOUND
                           OR WS-LC-SUB >= WS-LC-COUNT
                       ADD 1 TO WS-LC-SUB
                       IF WS-LC-EMPLOYEE-ID(WS-LC-SUB)
                               = WS-LC-LOOKUP-ID
                           MOVE 'Y' TO WS-LC-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT LC-ENTRY-FOUND
                       IF WS-LC-COUNT >= 2000
                           MOVE 'Y' TO WS-LC-OVERFLOW-FLAG
                       ELSE
                           ADD 1 TO WS-LC-COUNT
                           MOVE WS-LC-COUNT TO WS-LC-SUB
                           INITIALIZE WS-LC-ENTRY(WS-LC-SUB)
                           MOVE WS-LC-LOOKUP-ID
                               TO WS-LC-EMPLOYEE-ID(WS-LC-SUB)
                           MOVE 'Y' TO WS-LC-FOUND-FLAG
                       END-IF
                   END-IF.

           818-LEAVE-CLOSE-INPUT.
                   OPEN INPUT EmployeeFile
                   IF WS-EMP-FILE-STATUS = '00'
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL EOF
                           READ EmployeeFile
                               AT END
                                   SET EOF TO TRUE
                               NOT AT END
                                   IF Emp-Status OF EmployeeRecordFormat
                                           NOT = 'T'
                                       PERFORM 266-FILL-SORTED-EMPLOYEE
                                       RELEASE SortedEmployeeRecord
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE EmployeeFile
                   END-IF.

           819-LEAVE-CLOSE-OUTPUT.
                   OPEN INPUT EmployeeFile
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN SortedEmployeeFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               PERFORM 820-CLOSE-ONE-BALANCE
                               PERFORM 821-WRITE-LEAVE-STATEMENT
                       END-RETURN
                   END-PERFORM
                   CLOSE EmployeeFile.

           *> Works out the year-end position for one employee and
           *> applies the carry-over cap to the live balance
           820-CLOSE-ONE-BALANCE.
                   MOVE SE-Employee-ID TO WS-LC-LOOKUP-ID
                   MOVE 'N' TO WS-LC-FOUND-FLAG
                   MOVE ZERO TO WS-LC-SUB
                   PERFORM UNTIL LC-ENTRY-FOUND
                           OR WS-LC-SUB >= WS-LC-COUNT
                       ADD 1 TO WS-LC-SUB
                       IF WS-LC-EMPLOYEE-ID(WS-LC-SUB)
                               = WS-LC-LOOKUP-ID
                           MOVE 'Y' TO WS-LC-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT LC-ENTRY-FOUND
                       MOVE 2001 TO WS-LC-SUB
                       INITIALIZE WS-LC-ENTRY(WS-LC-SUB)
                       MOVE WS-LC-LOOKUP-ID
                           TO WS-LC-EMPLOYEE-ID(WS-LC-SUB)
                   END-IF
                   MOVE ZERO TO WS-LC-CURRENT
                   MOVE ZERO TO WS-LC-FORFEIT
                   MOVE SPACE TO WS-LC-FLAG
                   MOVE SE-Employee-ID TO LB-EMPLOYEE-ID
                   MOVE 'N' TO WS-VALID-FIELD
                   READ LeaveBalanceFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LB-BALANCE-DAYS TO WS-LC-CURRENT
                           MOVE 'Y' TO WS-VALID-FIELD
                   END-READ
                   COMPUTE WS-LC-TAKEN = WS-LC-VACATION(WS-LC-SUB)
                       + WS-LC-SICK(WS-LC-SUB)
                       + WS-LC-PERSONAL(WS-LC-SUB)
                   COMPUTE WS-LC-YEAR-BAL = WS-LC-CURRENT
                       - WS-LC-POST-ACCRUED(WS-LC-SUB)
                       + WS-LC-POST-TAKEN(WS-LC-SUB)
                   COMPUTE WS-LC-OPENING = WS-LC-YEAR-BAL
                       - WS-LC-ACCRUED(WS-LC-SUB) + WS-LC-TAKEN
                   IF WS-LC-YEAR-BAL > WS-CARRY-OVER-MAX AND VALID-FIELD
                       COMPUTE WS-LC-FORFEIT =
                           WS-LC-YEAR-BAL - WS-CARRY-OVER-MAX
                       SUBTRACT WS-LC-FORFEIT FROM LB-BALANCE-DAYS
                       REWRITE LeaveBalanceRecord
                           INVALID KEY
                               DISPLAY "Unable to update balance"
                                   " for " LB-EMPLOYEE-ID "."
                               MOVE ZERO TO WS-LC-FORFEIT
                           NOT INVALID KEY
                               MOVE 'F' TO WS-LC-FLAG
                               ADD 1 TO WS-LC-FORFEIT-COUNT
                               ADD WS-LC-FORFEIT TO WS-LC-FORFEIT-TOTAL
                               MOVE SE-Employee-ID
                                   TO WS-AUDIT-EMPLOYEE-ID
                               MOVE "LV-FORFEIT" TO WS-AUDIT-ACTION
                               PERFORM 900-LOG-AUDIT-ENTRY
                       END-REWRITE
                   END-IF
                   IF WS-LC-YEAR-BAL < ZERO
                       MOVE 'D' TO WS-LC-FLAG
                       ADD 1 TO WS-LC-DEDUCT-COUNT
                       MOVE SE-Employee-ID TO WS-AUDIT-EMPLOYEE-ID
                       MOVE "LV-DEDUCT" TO WS-AUDIT-ACTION
                       PERFORM 900-LOG-AUDIT-ENTRY
                   END-IF
                   COMPUTE WS-LC-CLOSING =
                       WS-LC-YEAR-BAL - WS-LC-FORFEIT
                   MOVE SPACES TO LeaveCloseRecord
                   MOVE SE-Employee-ID TO LC-EMPLOYEE-ID
                   MOVE SE-Dept TO LC-DEPT
                   MOVE WS-LC-YEAR TO LC-YEAR
                   MOVE WS-LC-OPENING TO LC-OPENING
                   MOVE WS-LC-ACCRUED(WS-LC-SUB) TO LC-ACCRUED
                   MOVE WS-LC-VACATION(WS-LC-SUB) TO LC-VACATION
                   MOVE WS-LC-SICK(WS-LC-SUB) TO LC-SICK
                   MOVE WS-LC-PERSONAL(WS-LC-SUB) TO LC-PERSONAL
                   MOVE WS-LC-FORFEIT TO LC-FORFEITED
                   MOVE WS-LC-CLOSING TO LC-CLOSING
                   MOVE WS-LC-FLAG TO LC-FLAG
                   WRITE LeaveCloseRecord
                   ADD 1 TO WS-LC-CLOSED.

           *> One printed statement per employee for the supervisor
           *> to hand out
           821-WRITE-LEAVE-STATEMENT.
                   MOVE SPACES TO WS-LC-NAME
                   STRING SE-Last-Name DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       SE-First-Name DELIMITED BY "  "
                       INTO WS-LC-NAME
                   PERFORM 823-FIND-MANAGER-NAME
                   MOVE SE-Dept TO WS-DEPT-CODE-WORK
                   PERFORM 407-FIND-DEPT-ENTRY
                   MOVE ALL "-" TO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "Leave Statement for " WS-LC-YEAR
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "Employee : " SE-Employee-ID "  " WS-LC-NAME
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE SPACES TO LeaveStatementRecord
                   IF DEPT-FOUND
                       STRING "Dept     : " SE-Dept "  "
                           WS-DT-NAME(WS-DEPT-SUB)
                           DELIMITED BY SIZE INTO LeaveStatementRecord
                   ELSE
                       STRING "Dept     : " SE-Dept
                           DELIMITED BY SIZE INTO LeaveStatementRecord
                   END-IF
                   WRITE LeaveStatementRecord
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "Manager  : " WS-LC-MGR-NAME
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE SPACES TO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE WS-LC-OPENING TO WS-LC-SHOW
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "  Opening balance           " WS-LC-SHOW
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE WS-LC-ACCRUED(WS-LC-SUB) TO WS-LC-SHOW
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "  Accrued                   " WS-LC-SHOW
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE WS-LC-VACATION(WS-LC-SUB) TO WS-LC-SHOW
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "  Vacation taken            " WS-LC-SHOW
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE WS-LC-SICK(WS-LC-SUB) TO WS-LC-SHOW
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "  Sick taken                " WS-LC-SHOW
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE WS-LC-PERSONAL(WS-LC-SUB) TO WS-LC-SHOW
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "  Personal taken            " WS-LC-SHOW
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE WS-LC-FORFEIT TO WS-LC-SHOW
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "  Forfeited                 " WS-LC-SHOW
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   MOVE WS-LC-CLOSING TO WS-LC-SHOW
                   MOVE SPACES TO LeaveStatementRecord
                   STRING "  Closing balance           " WS-LC-SHOW
                       DELIMITED BY SIZE INTO LeaveStatementRecord
                   WRITE LeaveStatementRecord
                   IF WS-LC-FLAG = 'F'
                       MOVE WS-CARRY-OVER-MAX TO WS-LC-SHOW
                       MOVE SPACES TO LeaveStatementRecord
                       STRING "  Carry-over is capped at" WS-LC-SHOW
                           " days; the excess is forfeited."
                           DELIMITED BY SIZE INTO LeaveStatementRecord
                       WRITE LeaveStatementRecord
                   END-IF
                   IF WS-LC-FLAG = 'D'
                       MOVE SPACES TO LeaveStatementRecord
                       STRING "  The negative balance is carried"
                           " forward and deducted from next"
                           " year's accrual."
                           DELIMITED BY SIZE INTO LeaveStatementRecord
                       WRITE LeaveStatementRecord
                   END-IF
                   MOVE SPACES TO LeaveStatementRecord
                   WRITE LeaveStatementRecord.

           823-FIND-MANAGER-NAME.
                   MOVE "None" TO WS-LC-MGR-NAME
                   IF SE-Reports-To NOT = ZERO
                       MOVE SE-Reports-To
                           TO Employee-ID OF EmployeeRecordFormat
                       READ EmployeeFile
                           KEY IS Employee-ID OF EmployeeRecordFormat
                           INVALID KEY
                               MOVE SPACES TO WS-LC-MGR-NAME
                               STRING SE-Reports-To " (not on file)"
                                   DELIMITED BY SIZE
                                   INTO WS-LC-MGR-NAME
                           NOT INVALID KEY
                               MOVE SPACES TO WS-LC-MGR-NAME
                               STRING SE-Reports-To "  "
                                   Last-Name OF EmployeeRecordFormat
                                       DELIMITED BY "  "
                                   ", " DELIMITED BY SIZE
                                   First-Name OF EmployeeRecordFormat
                                       DELIMITED BY "  "
                                   INTO WS-LC-MGR-NAME
                       END-READ
                   END-IF.

           824-ADD-ACCRUAL-LINE.
                   IF LA-DATE > WS-LC-YEAR-END
                       ADD LA-DAYS TO WS-LC-POST-ACCRUED(WS-LC-SUB)
                   ELSE
                       ADD LA-DAYS TO WS-LC-ACCRUED(WS-LC-SUB)
                   END-IF.

           825-ADD-ABSENCE-LINE.
                   IF AB-DATE > WS-LC-YEAR-END
                       ADD AB-DAYS TO WS-LC-POST-TAKEN(WS-LC-SUB)
                   ELSE
                   EVALUATE AB-TYPE
                       WHEN 'V'
                           ADD AB-DAYS TO WS-LC-VACATION(WS-LC-SUB)
                       WHEN 'S'
                           ADD AB-DAYS TO WS-LC-SICK(WS-LC-SUB)
                       WHEN OTHER
                           ADD AB-DAYS TO WS-LC-PERSONAL(WS-LC-SUB)
                   END-EVALUATE
                   END-IF.

           *> Takes leave requests ahead of the absence and queues
           *> each one for the manager named in Reports-To
       830-LEAVE-REQUEST-ENTRY.
           PERFORM 130-OPEN-EMPLOYEE-MASTER
           IF WS-EMP-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
               MOVE 'Y' TO WS-REPLY
               PERFORM UNTIL WS-REPLY NOT = 'Y'
                       AND WS-REPLY NOT = 'y'
                   PERFORM 831-ENTER-ONE-REQUEST
                   DISPLAY "Enter another leave request? (Y/N) "
                   ACCEPT WS-REPLY
               END-PERFORM
               CLOSE EmployeeFile
           END-IF.

           831-ENTER-ONE-REQUEST.
                   PERFORM 103-VALIDATE-EMPLOYEE-ID
                   READ EmployeeFile
                       INVALID KEY
                           DISPLAY "No employee found with that ID."
                       NOT INVALID KEY
                           PERFORM 832-ROUTE-ONE-REQUEST
                   END-READ.

           *> Edits the request and queues it for the manager
           832-ROUTE-ONE-REQUEST.
                   IF Emp-Status OF EmployeeRecordFormat = 'T'
                       DISPLAY "Employee is terminated."
                           " No request taken."
                   ELSE
                   IF Reports-To OF EmployeeRecordFormat = ZERO
                       DISPLAY "No Reports-To manager on record;"
                           " the request cannot be routed."
                   ELSE
                       PERFORM 833-EDIT-REQUEST-DATE
                       PERFORM 809-EDIT-TYPE-AND-DAYS
                       PERFORM 834-CHECK-REQUEST-WARNINGS
                       PERFORM 835-WRITE-LEAVE-REQUEST
                   END-IF
                   END-IF.

           *> First day of leave: a real date, today or later
           833-EDIT-REQUEST-DATE.
                   MOVE 'N' TO WS-VALID-FIELD
                   PERFORM WITH TEST AFTER UNTIL VALID-FIELD
                       DISPLAY "First day of leave (YYYYMMDD)"
                       ACCEPT WS-DATE-BUFFER
                       PERFORM 119-CHECK-DATE-CALENDAR
                       IF DATE-VALID
                               AND WS-EDIT-DATE-NUM
                                   >= WS-TODAY-YYYYMMDD
                           MOVE 'Y' TO WS-VALID-FIELD
                       ELSE
                           DISPLAY
                            "Date must be a real date, today or"
                            " later. Re-enter."
                       END-IF
                   END-PERFORM.

           *> Warns when the manager cannot act on the request or
           *> the leave would overdraw the balance
           834-CHECK-REQUEST-WARNINGS.
                   MOVE Reports-To OF EmployeeRecordFormat
                       TO WS-LR-MGR-ID
                   PERFORM 836-CHECK-REQUEST-MANAGER
                   EVALUATE TRUE
                       WHEN LR-MGR-TERMINATED
                           DISPLAY "WARNING: manager " WS-LR-MGR-ID
                               " is terminated; correct Reports-To"
                               " or decide on their behalf."
                       WHEN LR-MGR-ON-LEAVE
                           DISPLAY "WARNING: manager " WS-LR-MGR-ID
                               " is on leave; the decision may be"
                               " delayed."
                       WHEN LR-MGR-MISSING
                           DISPLAY "WARNING: manager " WS-LR-MGR-ID
                               " is not on the master."
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE ZERO TO WS-LEAVE-BALANCE
                   OPEN INPUT LeaveBalanceFile
                   IF WS-LB-FILE-STATUS = '00'
                       MOVE Employee-ID OF EmployeeRecordFormat
                           TO LB-EMPLOYEE-ID
                       READ LeaveBalanceFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE LB-BALANCE-DAYS
                                   TO WS-LEAVE-BALANCE
                       END-READ
                       CLOSE LeaveBalanceFile
                   END-IF
                   MOVE ZERO TO WS-LR-OUTSTANDING
                   OPEN INPUT LeaveRequestFile
                   IF WS-LRQ-FILE-STATUS = '00'
                       MOVE 'N' TO WS-LRQ-EOF
                       PERFORM UNTIL LRQ-EOF
                           READ LeaveRequestFile
                               AT END
                                   MOVE 'Y' TO WS-LRQ-EOF
                               NOT AT END
                                   IF LR-EMPLOYEE-ID = Employee-ID
                                           OF EmployeeRecordFormat
                                           AND (LR-STATUS = 'P'
                                           OR LR-STATUS = 'A')
                                       ADD LR-DAYS
                                           TO WS-LR-OUTSTANDING
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE LeaveRequestFile
                   END-IF
                   COMPUTE WS-LR-PROJECTED = WS-LEAVE-BALANCE
                       - WS-LR-OUTSTANDING - WS-ABS-DAYS-WORK
                   IF WS-LR-PROJECTED < ZERO
                       MOVE WS-LR-PROJECTED TO WS-LEAVE-SHOW
                       DISPLAY "WARNING: with requests already"
                           " outstanding this takes the balance to "
                           WS-LEAVE-SHOW " day(s)."
                   END-IF.

           835-WRITE-LEAVE-REQUEST.
                   MOVE SPACES TO LeaveRequestRecord
                   MOVE 'P' TO LR-STATUS
                   MOVE Employee-ID OF EmployeeRecordFormat
                       TO LR-EMPLOYEE-ID
                   MOVE WS-LR-MGR-ID TO LR-MANAGER-ID
                   MOVE WS-EDIT-DATE-NUM TO LR-ABS-DATE
                   MOVE WS-ABS-TYPE TO LR-TYPE
                   MOVE WS-ABS-DAYS-WORK TO LR-DAYS
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                           " " WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SS
                       DELIMITED BY SIZE INTO LR-ENTERED
                   MOVE WS-OPERATOR-ID TO LR-ENTERED-BY
                   MOVE ZERO TO LR-DECIDED-DATE
                   OPEN EXTEND LeaveRequestFile
                   IF WS-LRQ-FILE-STATUS = '35'
                       OPEN OUTPUT LeaveRequestFile
                   END-IF
                   WRITE LeaveRequestRecord
                   CLOSE LeaveRequestFile
                   ADD 1 TO WS-LR-QUEUED
                   DISPLAY "Request queued for manager " WS-LR-MGR-ID
                       "....."
                   MOVE Employee-ID OF EmployeeRecordFormat
                       TO WS-AUDIT-EMPLOYEE-ID
                   MOVE "LV-REQUEST" TO WS-AUDIT-ACTION
                   PERFORM 900-LOG-AUDIT-ENTRY.

           *> Random-reads WS-LR-MGR-ID without disturbing the
           *> employee in hand; sets the state and printable name
           836-CHECK-REQUEST-MANAGER.
                   MOVE EmployeeRecordFormat TO WS-MGR-SAVE
                   MOVE WS-LR-MGR-ID
                       TO Employee-ID OF EmployeeRecordFormat
                   READ EmployeeFile
                       KEY IS Employee-ID OF EmployeeRecordFormat
                       INVALID KEY
                           MOVE 'X' TO WS-LR-MGR-STATE
                           MOVE "(not on file)" TO WS-LR-MGR-NAME
                       NOT INVALID KEY
                           MOVE Emp-Status OF EmployeeRecordFormat
                               TO WS-LR-MGR-STATE
                           MOVE SPACES TO WS-LR-MGR-NAME
                           STRING Last-Name OF EmployeeRecordFormat
                                   DELIMITED BY "  "
                               ", " DELIMITED BY SIZE
                               First-Name OF EmployeeRecordFormat
                                   DELIMITED BY "  "
                               INTO WS-LR-MGR-NAME
                   END-READ
                   MOVE WS-MGR-SAVE TO EmployeeRecordFormat.

           *> A manager works through the requests routed to them
       837-LEAVE-REQUEST-DECISION.
           DISPLAY "Deciding manager's Employee-ID (6)"
           ACCEPT WS-LR-MGR-BUF
           IF WS-LR-MGR-BUF IS NOT NUMERIC
               DISPLAY "Employee ID must be 6 digits."
           ELSE
               MOVE WS-LR-MGR-BUF TO WS-LR-MGR-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
               MOVE 'Y' TO WS-REPLY
               PERFORM UNTIL WS-REPLY NOT = 'Y'
                       AND WS-REPLY NOT = 'y'
                   PERFORM 838-DECIDE-FOR-MANAGER
                   IF WS-LR-SEQ = ZERO
                       MOVE 'N' TO WS-REPLY
                   ELSE
                       DISPLAY "Decide another request? (Y/N) "
                       ACCEPT WS-REPLY
                   END-IF
               END-PERFORM
           END-IF.

           *> Lists the manager's pending requests and takes one
           *> decision
           838-DECIDE-FOR-MANAGER.
                   MOVE ZERO TO WS-LR-SEQ
                   OPEN INPUT LeaveRequestFile
                   IF WS-LRQ-FILE-STATUS NOT = '00'
                       DISPLAY "No leave requests on file."
                   ELSE
                       DISPLAY "Seq  Employee  First day  Type  Days"
                       MOVE 'N' TO WS-LRQ-EOF
                       PERFORM UNTIL LRQ-EOF
                           READ LeaveRequestFile
                               AT END
                                   MOVE 'Y' TO WS-LRQ-EOF
                               NOT AT END
                                   IF LR-STATUS = 'P'
                                       AND LR-MANAGER-ID = WS-LR-MGR-ID
                                       ADD 1 TO WS-LR-SEQ
                                       MOVE LR-DAYS TO WS-LR-DAYS-SHOW
                                       DISPLAY WS-LR-SEQ "  "
                                           LR-EMPLOYEE-ID "    "
                                           LR-ABS-DATE "   " LR-TYPE
                                           "    " WS-LR-DAYS-SHOW
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE LeaveRequestFile
                   END-IF
                   IF WS-LR-SEQ = ZERO
                       DISPLAY "Nothing is waiting for manager "
                           WS-LR-MGR-ID "."
                   ELSE
                       DISPLAY "Sequence number to decide"
                           " (blank = none)"
                       ACCEPT WS-LR-PICK-BUF
                       IF WS-LR-PICK-BUF = SPACES
                           CONTINUE
                       ELSE
                       IF WS-LR-PICK-BUF IS NOT NUMERIC
                           DISPLAY "Sequence must be numeric."
                       ELSE
                           MOVE WS-LR-PICK-BUF TO WS-LR-PICK
                           IF WS-LR-PICK > ZERO
                                   AND WS-LR-PICK <= WS-LR-SEQ
                               DISPLAY "Approve (A) or reject (R)?"
                               ACCEPT WS-LR-DECISION
                               MOVE FUNCTION UPPER-CASE(WS-LR-DECISION)
                                   TO WS-LR-DECISION
                               IF WS-LR-DECISION = 'A'
                                       OR WS-LR-DECISION = 'R'
                                   PERFORM 839-RECORD-DECISION
                               ELSE
                                   DISPLAY "Please enter A or R."
                               END-IF
                           ELSE
                               DISPLAY "No such request."
                           END-IF
                       END-IF
                       END-IF
                   END-IF.

           *> Marks the chosen request approved or rejected and
           *> rewrites the queue
           839-RECORD-DECISION.
                   OPEN INPUT LeaveRequestFile
                   OPEN OUTPUT LeaveRequestWorkFile
                   MOVE ZERO TO WS-LR-SEQ
                   MOVE 'N' TO WS-LRQ-EOF
                   PERFORM UNTIL LRQ-EOF
                       READ LeaveRequestFile
                           AT END
                               MOVE 'Y' TO WS-LRQ-EOF
                           NOT AT END
                               IF LR-STATUS = 'P'
                                       AND LR-MANAGER-ID = WS-LR-MGR-ID
                                   ADD 1 TO WS-LR-SEQ
                                   IF WS-LR-SEQ = WS-LR-PICK
                                       PERFORM 843-MARK-DECISION
                                   END-IF
                               END-IF
                               MOVE LeaveRequestRecord
                                   TO LeaveRequestWorkRecord
                               WRITE LeaveRequestWorkRecord
                       END-READ
                   END-PERFORM
                   CLOSE LeaveRequestWorkFile
                   CLOSE LeaveRequestFile
                   PERFORM 844-REBUILD-REQUEST-QUEUE.

           *> Posts every approved request whose first day has come
           *> to ABSENCE.txt and LEAVEBAL.txt
       840-POST-APPROVED-LEAVE.
           MOVE 'N' TO WS-LR-READY-FLAG
           MOVE ZERO TO WS-LR-POSTED
           MOVE ZERO TO WS-LR-CANCELLED
           MOVE ZERO TO WS-LR-WAITING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           OPEN INPUT LeaveRequestFile
           IF WS-LRQ-FILE-STATUS NOT = '00'
               DISPLAY "No leave requests on file."
               MOVE 'Y' TO WS-LR-READY-FLAG
           ELSE
               PERFORM 130-OPEN-EMPLOYEE-MASTER
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Leave posting skipped."
                   CLOSE LeaveRequestFile
               ELSE
                   PERFORM 139-OPEN-LEAVE-BALANCES
                   IF WS-LB-FILE-STATUS NOT = '00'
                       DISPLAY "Leave posting skipped."
                       CLOSE EmployeeFile
                       CLOSE LeaveRequestFile
                   ELSE
                       OPEN OUTPUT LeaveRequestWorkFile
                       MOVE 'N' TO WS-LRQ-EOF
                       PERFORM UNTIL LRQ-EOF
                           READ LeaveRequestFile
                               AT END
                                   MOVE 'Y' TO WS-LRQ-EOF
                               NOT AT END
                                   PERFORM 841-POST-ONE-REQUEST
                           END-READ
                       END-PERFORM
                       CLOSE LeaveRequestWorkFile
                       CLOSE LeaveRequestFile
                       CLOSE LeaveBalanceFile
                       CLOSE EmployeeFile
                       PERFORM 844-REBUILD-REQUEST-QUEUE
                       MOVE 'Y' TO WS-LR-READY-FLAG
                       DISPLAY "Approved leave: " WS-LR-POSTED
                           " posted, " WS-LR-CANCELLED
                           " cancelled, " WS-LR-WAITING
                           " not yet due."
                   END-IF
               END-IF
           END-IF.

           *> Posts one due request and carries every request
           *> forward with its updated status
           841-POST-ONE-REQUEST.
                   IF LR-STATUS = 'A'
                       IF LR-ABS-DATE <= WS-TODAY-YYYYMMDD
                           MOVE LR-EMPLOYEE-ID
                               TO Employee-ID OF EmployeeRecordFormat
                           READ EmployeeFile
                               INVALID KEY
                                   MOVE 'X' TO WS-LR-MGR-STATE
                               NOT INVALID KEY
                                   MOVE Emp-Status
                                       OF EmployeeRecordFormat
                                       TO WS-LR-MGR-STATE
                           END-READ
                           PERFORM 842-APPLY-APPROVED-REQUEST
                       ELSE
                           ADD 1 TO WS-LR-WAITING
                       END-IF
                   END-IF
                   MOVE LeaveRequestRecord TO LeaveRequestWorkRecord
                   WRITE LeaveRequestWorkRecord.

           *> WS-LR-MGR-STATE here holds the requester's own status
           842-APPLY-APPROVED-REQUEST.
                   IF LR-MGR-TERMINATED OR LR-MGR-MISSING
                       MOVE 'C' TO LR-STATUS
                       ADD 1 TO WS-LR-CANCELLED
                       DISPLAY "Request for " LR-EMPLOYEE-ID " on "
                           LR-ABS-DATE " cancelled; employee is no"
                           " longer active."
                       MOVE LR-EMPLOYEE-ID TO WS-AUDIT-EMPLOYEE-ID
                       MOVE "LV-CANCEL" TO WS-AUDIT-ACTION
                       PERFORM 900-LOG-AUDIT-ENTRY
                   ELSE
                       MOVE LR-ABS-DATE TO WS-EDIT-DATE-NUM
                       MOVE LR-TYPE TO WS-ABS-TYPE
                       MOVE LR-DAYS TO WS-ABS-DAYS-WORK
                       PERFORM 808-POST-ABSENCE
                       MOVE 'D' TO LR-STATUS
                       ADD 1 TO WS-LR-POSTED
                   END-IF.

           843-MARK-DECISION.
                   MOVE WS-LR-DECISION TO LR-STATUS
                   MOVE WS-TODAY-YYYYMMDD TO LR-DECIDED-DATE
                   MOVE WS-OPERATOR-ID TO LR-DECIDED-BY
                   MOVE LR-EMPLOYEE-ID TO WS-AUDIT-EMPLOYEE-ID
                   IF WS-LR-DECISION = 'A'
                       MOVE "LV-APPROVE" TO WS-AUDIT-ACTION
                       DISPLAY "Request approved....."
                   ELSE
                       MOVE "LV-REJECT" TO WS-AUDIT-ACTION
                       DISPLAY "Request rejected....."
                   END-IF
                   PERFORM 900-LOG-AUDIT-ENTRY.

           844-REBUILD-REQUEST-QUEUE.
                   OPEN INPUT LeaveRequestWorkFile
                   OPEN OUTPUT LeaveRequestFile
                   MOVE 'N' TO WS-LRQ-EOF
                   PERFORM UNTIL LRQ-EOF
                       READ LeaveRequestWorkFile
                           AT END
                               MOVE 'Y' TO WS-LRQ-EOF
                           NOT AT END
                               MOVE LeaveRequestWorkRecord
                                   TO LeaveRequestRecord
                               WRITE LeaveRequestRecord
                       END-READ
                   END-PERFORM
                   CLOSE LeaveRequestFile
                   CLOSE LeaveRequestWorkFile.

           *> Requests still waiting on a decision or on their date,
           *> grouped by the manager they are routed to
       845-LEAVE-REQUEST-REPORT.
           MOVE ZERO TO WS-LR-LISTED
           MOVE ZERO TO WS-LR-MGR-COUNT
           SORT LeaveReqSortFile
               ON ASCENDING KEY LS-MANAGER-ID LS-ABS-DATE
               INPUT PROCEDURE IS 846-LEAVE-REQUEST-INPUT
               OUTPUT PROCEDURE IS 847-LEAVE-REQUEST-OUTPUT
           DISPLAY "Outstanding leave requests: " WS-LR-LISTED
               " for " WS-LR-MGR-COUNT " manager(s).".

           846-LEAVE-REQUEST-INPUT.
                   OPEN INPUT LeaveRequestFile
                   IF WS-LRQ-FILE-STATUS = '00'
                       MOVE 'N' TO WS-LRQ-EOF
                       PERFORM UNTIL LRQ-EOF
                           READ LeaveRequestFile
                               AT END
                                   MOVE 'Y' TO WS-LRQ-EOF
                               NOT AT END
                                   IF LR-STATUS = 'P'
                                           OR LR-STATUS = 'A'
                                       MOVE LR-MANAGER-ID
                                           TO LS-MANAGER-ID
                                       MOVE LR-ABS-DATE TO LS-ABS-DATE
                                       MOVE LR-EMPLOYEE-ID
                                           TO LS-EMPLOYEE-ID
                                       MOVE LR-TYPE TO LS-TYPE
                                       MOVE LR-DAYS TO LS-DAYS
                                       MOVE LR-STATUS TO LS-STATUS
                                       MOVE LR-ENTERED(1:10)
                                           TO LS-ENTERED
                                       RELEASE LeaveReqSortRecord
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE LeaveRequestFile
                   END-IF.

           847-LEAVE-REQUEST-OUTPUT.
                   OPEN INPUT EmployeeFile
                   OPEN INPUT LeaveBalanceFile
                   OPEN OUTPUT LeaveRequestReportFile
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
                   MOVE SPACES TO LeaveRequestReportRecord
                   STRING "Outstanding Leave Requests by Manager - "
                       WS-TODAY-YYYYMMDD
                       DELIMITED BY SIZE INTO LeaveRequestReportRecord
                   WRITE LeaveRequestReportRecord
                   MOVE 'Y' TO WS-FIRST-DEPT-FLAG
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN LeaveReqSortFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               IF WS-FIRST-DEPT-FLAG = 'Y'
                                       OR LS-MANAGER-ID
                                       NOT = WS-LR-CURRENT-MGR
                                   PERFORM 848-LEAVE-REQUEST-MANAGER
                               END-IF
                               PERFORM 849-LEAVE-REQUEST-DETAIL
                       END-RETURN
                   END-PERFORM
                   MOVE SPACES TO LeaveRequestReportRecord
                   WRITE LeaveRequestReportRecord
                   MOVE SPACES TO LeaveRequestReportRecord
                   IF WS-LR-LISTED = ZERO
                       STRING "No leave requests are outstanding."
                           DELIMITED BY SIZE
                           INTO LeaveRequestReportRecord
                   ELSE
                       STRING "Requests listed : " WS-LR-LISTED
                           "   Managers : " WS-LR-MGR-COUNT
                           DELIMITED BY SIZE
                           INTO LeaveRequestReportRecord
                   END-IF
                   WRITE LeaveRequestReportRecord
                   CLOSE LeaveRequestReportFile
                   CLOSE LeaveBalanceFile
                   CLOSE EmployeeFile.

           *> Manager heading, warning when the manager cannot act
           848-LEAVE-REQUEST-MANAGER.
                   MOVE LS-MANAGER-ID TO WS-LR-CURRENT-MGR
                   MOVE 'N' TO WS-FIRST-DEPT-FLAG
                   ADD 1 TO WS-LR-MGR-COUNT
                   MOVE LS-MANAGER-ID TO WS-LR-MGR-ID
                   PERFORM 836-CHECK-REQUEST-MANAGER
                   EVALUATE TRUE
                       WHEN LR-MGR-TERMINATED
                           MOVE "*TERMINATED*" TO WS-LR-WARN-TEXT
                       WHEN LR-MGR-ON-LEAVE
                           MOVE "*ON LEAVE*" TO WS-LR-WARN-TEXT
                       WHEN LR-MGR-MISSING
                           MOVE "*NOT ON FILE" TO WS-LR-WARN-TEXT
                       WHEN OTHER
                           MOVE SPACES TO WS-LR-WARN-TEXT
                   END-EVALUATE
                   MOVE SPACES TO LeaveRequestReportRecord
                   WRITE LeaveRequestReportRecord
                   MOVE SPACES TO LeaveRequestReportRecord
                   STRING "Manager " LS-MANAGER-ID "  " WS-LR-MGR-NAME
                       " " WS-LR-WARN-TEXT
                       DELIMITED BY SIZE INTO LeaveRequestReportRecord
                   WRITE LeaveRequestReportRecord
                   MOVE SPACES TO LeaveRequestReportRecord
                   STRING "  Emp-ID Name                        "
                       " First day T Days Status    Warning"
                       DELIMITED BY SIZE INTO LeaveRequestReportRecord
                   WRITE LeaveRequestReportRecord.

           *> One request, flagged when it would overdraw the
           *> employee's current balance
           849-LEAVE-REQUEST-DETAIL.
                   MOVE LS-EMPLOYEE-ID
                       TO Employee-ID OF EmployeeRecordFormat
                   MOVE SPACES TO WS-LR-EMP-NAME
                   READ EmployeeFile
                       KEY IS Employee-ID OF EmployeeRecordFormat
                       INVALID KEY
                           MOVE "(not on file)" TO WS-LR-EMP-NAME
                       NOT INVALID KEY
                           STRING Last-Name OF EmployeeRecordFormat
                                   DELIMITED BY "  "
                               ", " DELIMITED BY SIZE
                               First-Name OF EmployeeRecordFormat
                                   DELIMITED BY "  "
                               INTO WS-LR-EMP-NAME
                   END-READ
                   MOVE ZERO TO WS-LEAVE-BALANCE
                   MOVE LS-EMPLOYEE-ID TO LB-EMPLOYEE-ID
                   READ LeaveBalanceFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LB-BALANCE-DAYS TO WS-LEAVE-BALANCE
                   END-READ
                   IF LS-STATUS = 'A'
                       MOVE "APPROVED" TO WS-LR-STATUS-TEXT
                   ELSE
                       MOVE "PENDING" TO WS-LR-STATUS-TEXT
                   END-IF
                   MOVE SPACES TO WS-LR-WARN-TEXT
                   IF WS-LEAVE-BALANCE < LS-DAYS
                       MOVE "NEG BALANCE" TO WS-LR-WARN-TEXT
                   END-IF
                   MOVE LS-DAYS TO WS-LR-DAYS-SHOW
                   MOVE SPACES TO LeaveRequestReportRecord
                   STRING "  " LS-EMPLOYEE-ID " "
                       WS-LR-EMP-NAME(1:28) " " LS-ABS-DATE "  "
                       LS-TYPE " " WS-LR-DAYS-SHOW " "
                       WS-LR-STATUS-TEXT " " WS-LR-WARN-TEXT
                       DELIMITED BY SIZE INTO LeaveRequestReportRecord
                   WRITE LeaveRequestReportRecord
                   ADD 1 TO WS-LR-LISTED.

           *> Bradford factor report: sickness spells over a rolling
           *> 52 weeks, scored spells x spells x days against three
           *> trigger points
       860-BRADFORD-REPORT.
           IF UNATTENDED-RUN
               CONTINUE
           ELSE
               DISPLAY "Trigger points (three 3-digit scores, blank"
                   " for 051201401)"
               ACCEPT WS-BF-TRIGGER-BUF
           END-IF
           MOVE 'N' TO WS-BF-READY-FLAG
           MOVE ZERO TO WS-BF-FLAGGED
           IF WS-BF-TRIGGER-BUF = SPACES
               MOVE '051201401' TO WS-BF-TRIGGER-BUF
           END-IF
           IF WS-BF-TRIGGER-BUF IS NOT NUMERIC
                   OR WS-BF-TRIGGER-1 = ZERO
                   OR WS-BF-TRIGGER-2 NOT > WS-BF-TRIGGER-1
                   OR WS-BF-TRIGGER-3 NOT > WS-BF-TRIGGER-2
               DISPLAY "Trigger points must be three rising 3-digit"
                   " scores. Bradford report skipped."
           ELSE
               OPEN INPUT EmployeeFile
               IF WS-EMP-FILE-STATUS NOT = '00'
                   DISPLAY "Employee master not available."
                       " Bradford report skipped."
               ELSE
                   PERFORM 401-LOAD-DEPT-TABLE
                   PERFORM 861-SET-BRADFORD-WINDOW
                   INITIALIZE WS-BF-DEPT-TABLE
                   MOVE ZERO TO WS-BF-COUNT
                   MOVE 'N' TO WS-BF-OVERFLOW-FLAG
                   PERFORM 862-COUNT-DEPT-HEADS
                   SORT SickAbsenceSortFile
                       ON ASCENDING KEY SA-EMPLOYEE-ID SA-DATE
                       INPUT PROCEDURE IS 863-SICK-ABSENCE-INPUT
                       OUTPUT PROCEDURE IS 864-SICK-ABSENCE-OUTPUT
                   PERFORM 870-WRITE-BRADFORD-REPORT
                   CLOSE EmployeeFile
                   MOVE 'Y' TO WS-BF-READY-FLAG
                   DISPLAY "Bradford report: " WS-BF-COUNT
                       " employee(s) with sickness, " WS-BF-FLAGGED
                       " at or over the first trigger."
               END-IF
           END-IF.

           *> 52 weeks ending today
           861-SET-BRADFORD-WINDOW.
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
                   MOVE WS-TODAY-YYYYMMDD TO WS-BF-WINDOW-END
                   COMPUTE WS-BF-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-BF-WINDOW-END) - 363
                   COMPUTE WS-BF-WINDOW-START =
                       FUNCTION DATE-OF-INTEGER(WS-BF-DAY-INT).

           *> Current headcount per department, terminated excluded
           862-COUNT-DEPT-HEADS.
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL EOF
                       READ EmployeeFile NEXT
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               IF Emp-Status OF EmployeeRecordFormat
                                       NOT = 'T'
                                   MOVE Dept OF EmployeeRecordFormat
                                       TO WS-DEPT-CODE-WORK
                                   PERFORM 407-FIND-DEPT-ENTRY
                                   IF NOT DEPT-FOUND
                                       MOVE 101 TO WS-DEPT-SUB
                                   END-IF
                                   ADD 1 TO WS-BF-HEADS(WS-DEPT-SUB)
                               END-IF
                       END-READ
                   END-PERFORM.

           863-SICK-ABSENCE-INPUT.
                   OPEN INPUT AbsenceFile
                   IF WS-ABS-FILE-STATUS = '00'
                       MOVE 'N' TO WS-ABS-EOF
                       PERFORM UNTIL ABS-EOF
                           READ AbsenceFile
                               AT END
                                   MOVE 'Y' TO WS-ABS-EOF
                               NOT AT END
                                   IF AB-TYPE = 'S'
                                           AND AB-DAYS > ZERO
                                           AND AB-DATE
                                           >= WS-BF-WINDOW-START
                                           AND AB-DATE
                                           <= WS-BF-WINDOW-END
                                       MOVE AB-EMPLOYEE-ID
                                           TO SA-EMPLOYEE-ID
                                       MOVE AB-DATE TO SA-DATE
                                       MOVE AB-DAYS TO SA-DAYS
                                       RELEASE SickAbsenceSortRecord
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE AbsenceFile
                   END-IF.

           *> Builds each employee's spells from their sickness
           *> entries in date order
           864-SICK-ABSENCE-OUTPUT.
                   MOVE ZERO TO WS-BF-CURRENT-EMP
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN SickAbsenceSortFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               IF SA-EMPLOYEE-ID
                                       NOT = WS-BF-CURRENT-EMP
                                   IF WS-BF-CURRENT-EMP NOT = ZERO
                                       PERFORM 866-STORE-BRADFORD-ENTRY
                                   END-IF
                                   MOVE SA-EMPLOYEE-ID
                                       TO WS-BF-CURRENT-EMP
                                   MOVE ZERO TO WS-BF-SPELLS
                                   MOVE ZERO TO WS-BF-DAYS
                                   MOVE ZERO TO WS-BF-WEEKEND
                                   MOVE 'N' TO WS-BF-IN-SPELL-FLAG
                               END-IF
                               PERFORM 865-ADD-SICK-ABSENCE
                       END-RETURN
                   END-PERFORM
                   IF WS-BF-CURRENT-EMP NOT = ZERO
                       PERFORM 866-STORE-BRADFORD-ENTRY
                   END-IF.

           *> An entry covers its days as working days, a part day
           *> counting as one. It continues the open spell when it
           *> starts no later than the next working day after it.
           865-ADD-SICK-ABSENCE.
                   COMPUTE WS-BF-ABS-START =
                       FUNCTION INTEGER-OF-DATE(SA-DATE)
                   COMPUTE WS-BF-STEPS = SA-DAYS + 0.9
                   SUBTRACT 1 FROM WS-BF-STEPS
                   MOVE WS-BF-ABS-START TO WS-BF-DAY-INT
                   PERFORM UNTIL WS-BF-STEPS = ZERO
                       ADD 1 TO WS-BF-DAY-INT
                       COMPUTE WS-BF-WEEKDAY =
                           FUNCTION MOD(WS-BF-DAY-INT, 7)
                       IF WS-BF-WEEKDAY NOT = 6
                               AND WS-BF-WEEKDAY NOT = 0
                           SUBTRACT 1 FROM WS-BF-STEPS
                       END-IF
                   END-PERFORM
                   MOVE WS-BF-DAY-INT TO WS-BF-ABS-END
                   IF BF-IN-SPELL
                           AND WS-BF-ABS-START <= WS-BF-NEXT-WORKDAY
                       IF WS-BF-ABS-END > WS-BF-SPELL-END
                           MOVE WS-BF-ABS-END TO WS-BF-SPELL-END
                       END-IF
                   ELSE
                       IF BF-IN-SPELL
                           PERFORM 867-CLOSE-SICK-SPELL
                       END-IF
                       ADD 1 TO WS-BF-SPELLS
                       MOVE 'Y' TO WS-BF-IN-SPELL-FLAG
                       MOVE WS-BF-ABS-START TO WS-BF-SPELL-START
                       MOVE WS-BF-ABS-END TO WS-BF-SPELL-END
                   END-IF
                   ADD SA-DAYS TO WS-BF-DAYS
                   PERFORM 868-SET-NEXT-WORKDAY.

           *> Closes the employee's last spell and keeps them when
           *> they are still on the payroll
           866-STORE-BRADFORD-ENTRY.
                   IF BF-IN-SPELL
                       PERFORM 867-CLOSE-SICK-SPELL
                   END-IF
                   MOVE WS-BF-CURRENT-EMP
                       TO Employee-ID OF EmployeeRecordFormat
                   READ EmployeeFile
                       KEY IS Employee-ID OF EmployeeRecordFormat
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF Emp-Status OF EmployeeRecordFormat
                                   NOT = 'T'
                               PERFORM 869-ADD-BRADFORD-ROW
                           END-IF
                   END-READ.

           *> A spell adjoins a weekend when it starts on a Monday or
           *> ends on a Friday
           867-CLOSE-SICK-SPELL.
                   COMPUTE WS-BF-WEEKDAY =
                       FUNCTION MOD(WS-BF-SPELL-START, 7)
                   IF WS-BF-WEEKDAY = 1
                       ADD 1 TO WS-BF-WEEKEND
                   ELSE
                       COMPUTE WS-BF-WEEKDAY =
                           FUNCTION MOD(WS-BF-SPELL-END, 7)
                       IF WS-BF-WEEKDAY = 5
                           ADD 1 TO WS-BF-WEEKEND
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-BF-IN-SPELL-FLAG.

           *> Day numbers count 1 from a Monday, so MOD 7 gives
           *> 6 for Saturday and 0 for Sunday
           868-SET-NEXT-WORKDAY.
                   COMPUTE WS-BF-NEXT-WORKDAY = WS-BF-SPELL-END + 1
                   COMPUTE WS-BF-WEEKDAY =
                       FUNCTION MOD(WS-BF-NEXT-WORKDAY, 7)
                   IF WS-BF-WEEKDAY = 6
                       ADD 2 TO WS-BF-NEXT-WORKDAY
                   ELSE
                   IF WS-BF-WEEKDAY = 0
                       ADD 1 TO WS-BF-NEXT-WORKDAY
                   END-IF
                   END-IF.

           869-ADD-BRADFORD-ROW.
                   COMPUTE WS-BF-SCORE =
                       WS-BF-SPELLS * WS-BF-SPELLS * WS-BF-DAYS
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-BF-SCORE
                   END-COMPUTE
                   MOVE Dept OF EmployeeRecordFormat
                       TO WS-DEPT-CODE-WORK
                   PERFORM 407-FIND-DEPT-ENTRY
                   IF NOT DEPT-FOUND
                       MOVE 101 TO WS-DEPT-SUB
                   END-IF
                   ADD WS-BF-SPELLS TO WS-BF-SICK-SPELLS(WS-DEPT-SUB)
                   ADD WS-BF-DAYS TO WS-BF-SICK-DAYS(WS-DEPT-SUB)
                   IF WS-BF-COUNT >= 1000
                       MOVE 'Y' TO WS-BF-OVERFLOW-FLAG
                   ELSE
                       ADD 1 TO WS-BF-COUNT
                       MOVE WS-BF-COUNT TO WS-BF-SUB
                       MOVE WS-BF-CURRENT-EMP
                           TO WS-BF-EMPLOYEE-ID(WS-BF-SUB)
                       MOVE SPACES TO WS-BF-NAME(WS-BF-SUB)
                       STRING Last-Name OF EmployeeRecordFormat
                               DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           First-Name OF EmployeeRecordFormat
                               DELIMITED BY "  "
                           INTO WS-BF-NAME(WS-BF-SUB)
                       MOVE Dept OF EmployeeRecordFormat
                           TO WS-BF-DEPT(WS-BF-SUB)
                       MOVE Reports-To OF EmployeeRecordFormat
                           TO WS-BF-MANAGER-ID(WS-BF-SUB)
                       MOVE WS-BF-SPELLS TO WS-BF-E-SPELLS(WS-BF-SUB)
                       MOVE WS-BF-DAYS TO WS-BF-E-DAYS(WS-BF-SUB)
                       MOVE WS-BF-WEEKEND TO WS-BF-E-WEEKEND(WS-BF-SUB)
                       MOVE WS-BF-SCORE TO WS-BF-E-SCORE(WS-BF-SUB)
                   END-IF.

           870-WRITE-BRADFORD-REPORT.
                   OPEN OUTPUT BradfordReportFile
                   MOVE SPACES TO BradfordReportRecord
                   STRING "Bradford Factor Report - sickness "
                       WS-BF-WINDOW-START " to " WS-BF-WINDOW-END
                       DELIMITED BY SIZE INTO BradfordReportRecord
                   WRITE BradfordReportRecord
                   MOVE SPACES TO BradfordReportRecord
                   STRING "Trigger points " WS-BF-TRIGGER-1 " / "
                       WS-BF-TRIGGER-2 " / " WS-BF-TRIGGER-3
                       "   Score = spells x spells x days"
                       DELIMITED BY SIZE INTO BradfordReportRecord
                   WRITE BradfordReportRecord
                   MOVE SPACES TO BradfordReportRecord
                   WRITE BradfordReportRecord
                   MOVE SPACES TO BradfordReportRecord
                   STRING "Employees at or over the first trigger,"
                       " by department"
                       DELIMITED BY SIZE INTO BradfordReportRecord
                   WRITE BradfordReportRecord
                   SET BF-BY-DEPT TO TRUE
                   SORT BradfordSortFile
                       ON ASCENDING KEY BR-GROUP
                       ON DESCENDING KEY BR-SCORE
                       INPUT PROCEDURE IS 871-BRADFORD-LIST-INPUT
                       OUTPUT PROCEDURE IS 872-BRADFORD-LIST-OUTPUT
                   MOVE SPACES TO BradfordReportRecord
                   WRITE BradfordReportRecord
                   MOVE SPACES TO BradfordReportRecord
                   STRING "Employees at or over the first trigger,"
                       " by reporting manager"
                       DELIMITED BY SIZE INTO BradfordReportRecord
                   WRITE BradfordReportRecord
                   SET BF-BY-MANAGER TO TRUE
                   SORT BradfordSortFile
                       ON ASCENDING KEY BR-GROUP
                       ON DESCENDING KEY BR-SCORE
                       INPUT PROCEDURE IS 871-BRADFORD-LIST-INPUT
                       OUTPUT PROCEDURE IS 872-BRADFORD-LIST-OUTPUT
                   PERFORM 875-WRITE-DEPT-SICKNESS
                   IF BF-OVERFLOW
                       MOVE SPACES TO BradfordReportRecord
                       STRING "*** More than 1000 employees with"
                           " sickness - listing incomplete ***"
                           DELIMITED BY SIZE INTO BradfordReportRecord
                       WRITE BradfordReportRecord
                   END-IF
                   CLOSE BradfordReportFile.

           *> Releases everyone at or over the first trigger, keyed
           *> by the grouping in use
           871-BRADFORD-LIST-INPUT.
                   PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                           UNTIL WS-BF-SUB > WS-BF-COUNT
                       IF WS-BF-E-SCORE(WS-BF-SUB) >= WS-BF-TRIGGER-1
                           IF BF-BY-DEPT
                               MOVE WS-BF-DEPT(WS-BF-SUB) TO BR-GROUP
                               ADD 1 TO WS-BF-FLAGGED
                           ELSE
                               MOVE WS-BF-MANAGER-ID(WS-BF-SUB)
                                   TO BR-GROUP
                           END-IF
                           MOVE WS-BF-E-SCORE(WS-BF-SUB) TO BR-SCORE
                           MOVE WS-BF-EMPLOYEE-ID(WS-BF-SUB)
                               TO BR-EMPLOYEE-ID
                           MOVE WS-BF-NAME(WS-BF-SUB) TO BR-NAME
                           MOVE WS-BF-DEPT(WS-BF-SUB) TO BR-DEPT
                           MOVE WS-BF-MANAGER-ID(WS-BF-SUB)
                               TO BR-MANAGER-ID
                           MOVE WS-BF-E-SPELLS(WS-BF-SUB) TO BR-SPELLS
                           MOVE WS-BF-E-DAYS(WS-BF-SUB) TO BR-DAYS
                           MOVE WS-BF-E-WEEKEND(WS-BF-SUB)
                               TO BR-WEEKEND
                           RELEASE BradfordSortRecord
                       END-IF
                   END-PERFORM.

           872-BRADFORD-LIST-OUTPUT.
                   MOVE 'Y' TO WS-BF-FIRST-FLAG
                   MOVE ZERO TO WS-BF-GROUP-COUNT
                   MOVE 'N' TO WS-SORT-EOF
                   PERFORM UNTIL SORT-EOF
                       RETURN BradfordSortFile
                           AT END
                               SET SORT-EOF TO TRUE
                           NOT AT END
                               IF WS-BF-FIRST-FLAG = 'Y'
                                       OR BR-GROUP
                                       NOT = WS-BF-CURRENT-GROUP
                                   PERFORM 873-BRADFORD-GROUP-HEADING
                               END-IF
                               PERFORM 874-BRADFORD-DETAIL
                       END-RETURN
                   END-PERFORM
                   IF WS-BF-GROUP-COUNT = ZERO
                       MOVE SPACES TO BradfordReportRecord
                       STRING "  No employees at or over the first"
                           " trigger."
                           DELIMITED BY SIZE INTO BradfordReportRecord
                       WRITE BradfordReportRecord
                   END-IF.

           873-BRADFORD-GROUP-HEADING.
                   MOVE BR-GROUP TO WS-BF-CURRENT-GROUP
                   MOVE 'N' TO WS-BF-FIRST-FLAG
                   ADD 1 TO WS-BF-GROUP-COUNT
                   MOVE SPACES TO WS-BF-GROUP-NAME
                   IF BF-BY-DEPT
                       MOVE BR-DEPT TO WS-DEPT-CODE-WORK
                       PERFORM 407-FIND-DEPT-ENTRY
                       IF DEPT-FOUND
                           STRING "Dept " BR-DEPT "  "
                               WS-DT-NAME(WS-DEPT-SUB)
                               DELIMITED BY SIZE INTO WS-BF-GROUP-NAME
                       ELSE
                           STRING "Dept " BR-DEPT "  (unknown)"
                               DELIMITED BY SIZE INTO WS-BF-GROUP-NAME
                       END-IF
                   ELSE
                   IF BR-MANAGER-ID = ZERO
                       MOVE "No reporting manager" TO WS-BF-GROUP-NAME
                   ELSE
                       MOVE BR-MANAGER-ID
                           TO Employee-ID OF EmployeeRecordFormat
                       READ EmployeeFile
                           KEY IS Employee-ID OF EmployeeRecordFormat
                           INVALID KEY
                               STRING "Manager " BR-MANAGER-ID
                                   "  (not on file)"
                                   DELIMITED BY SIZE
                                   INTO WS-BF-GROUP-NAME
                           NOT INVALID KEY
                               STRING "Manager " BR-MANAGER-ID "  "
                                   Last-Name OF EmployeeRecordFormat
                                       DELIMITED BY "  "
                                   ", " DELIMITED BY SIZE
                                   First-Name OF EmployeeRecordFormat
                                       DELIMITED BY "  "
                                   INTO WS-BF-GROUP-NAME
                       END-READ
                   END-IF
                   END-IF
                   MOVE SPACES TO BradfordReportRecord
                   WRITE BradfordReportRecord
                   MOVE WS-BF-GROUP-NAME TO BradfordReportRecord
                   WRITE BradfordReportRecord
                   MOVE SPACES TO BradfordReportRecord
                   STRING "  Emp-ID Name                   Dpt  Spl"
                       "  Days   Score Level   Wkd Pattern"
                       DELIMITED BY SIZE INTO BradfordReportRecord
                   WRITE BradfordReportRecord.

           *> A weekend pattern is two or more spells adjoining a
           *> weekend making up over half of all spells
           874-BRADFORD-DETAIL.
                   IF BR-SCORE >= WS-BF-TRIGGER-3
                       MOVE "LEVEL 3" TO WS-BF-LEVEL-TEXT
                   ELSE
                   IF BR-SCORE >= WS-BF-TRIGGER-2
                       MOVE "LEVEL 2" TO WS-BF-LEVEL-TEXT
                   ELSE
                       MOVE "LEVEL 1" TO WS-BF-LEVEL-TEXT
                   END-IF
                   END-IF
                   MOVE SPACES TO WS-BF-PATTERN-TEXT
                   IF BR-WEEKEND >= 2
                           AND BR-WEEKEND * 2 > BR-SPELLS
                       MOVE "WEEKEND PATTERN" TO WS-BF-PATTERN-TEXT
                   END-IF
                   MOVE BR-SPELLS TO WS-BF-SPELLS-SHOW
                   MOVE BR-DAYS TO WS-BF-DAYS-SHOW
                   MOVE BR-SCORE TO WS-BF-SCORE-SHOW
                   MOVE BR-WEEKEND TO WS-BF-WEEKEND-SHOW
                   MOVE SPACES TO BradfordReportRecord
                   STRING "  " BR-EMPLOYEE-ID " " BR-NAME(1:22) " "
                       BR-DEPT "  " WS-BF-SPELLS-SHOW " "
                       WS-BF-DAYS-SHOW " " WS-BF-SCORE-SHOW " "
                       WS-BF-LEVEL-TEXT " " WS-BF-WEEKEND-SHOW " "
                       WS-BF-PATTERN-TEXT
                       DELIMITED BY SIZE INTO BradfordReportRecord
                   WRITE BradfordReportRecord.

           *> Sick days per head for every department with staff or
           *> sickness, row 101 holding depts not on DEPT-MASTER
           875-WRITE-DEPT-SICKNESS.
                   MOVE ZERO TO WS-BF-TOTAL-HEADS
                   MOVE ZERO TO WS-BF-TOTAL-SPELLS
                   MOVE ZERO TO WS-BF-TOTAL-DAYS
                   MOVE SPACES TO BradfordReportRecord
                   WRITE BradfordReportRecord
                   MOVE "Sickness by department" TO BradfordReportRecord
                   WRITE BradfordReportRecord
                   MOVE SPACES TO BradfordReportRecord
                   STRING "  Dpt Name                 Heads Spells"
                       "    Days Per head"
                       DELIMITED BY SIZE INTO BradfordReportRecord
                   WRITE BradfordReportRecord
                   PERFORM VARYING WS-BF-ROW FROM 1 BY 1
                           UNTIL WS-BF-ROW > 101
                       IF (WS-BF-ROW <= WS-DEPT-ENTRY-COUNT
                               OR WS-BF-ROW = 101)
                               AND (WS-BF-HEADS(WS-BF-ROW) > ZERO
                               OR WS-BF-SICK-DAYS(WS-BF-ROW) > ZERO)
                           PERFORM 876-DEPT-SICKNESS-LINE
                       END-IF
                   END-PERFORM
                   MOVE WS-BF-TOTAL-HEADS TO WS-BF-HEADS-SHOW
                   MOVE WS-BF-TOTAL-SPELLS TO WS-BF-DEPT-SPELLS-SHOW
                   MOVE WS-BF-TOTAL-DAYS TO WS-BF-TOTAL-DAYS-SHOW
                   IF WS-BF-TOTAL-HEADS > ZERO
                       COMPUTE WS-BF-PER-HEAD ROUNDED =
                           WS-BF-TOTAL-DAYS / WS-BF-TOTAL-HEADS
                   ELSE
                       MOVE ZERO TO WS-BF-PER-HEAD
                   END-IF
                   MOVE WS-BF-PER-HEAD TO WS-BF-PER-HEAD-SHOW
                   MOVE SPACES TO BradfordReportRecord
                   STRING "  All departments          "
                       WS-BF-HEADS-SHOW " " WS-BF-DEPT-SPELLS-SHOW " "
                       WS-BF-TOTAL-DAYS-SHOW "   " WS-BF-PER-HEAD-SHOW
                       DELIMITED BY SIZE INTO BradfordReportRecord
                   WRITE BradfordReportRecord.

           876-DEPT-SICKNESS-LINE.
                   ADD WS-BF-HEADS(WS-BF-ROW) TO WS-BF-TOTAL-HEADS
                   ADD WS-BF-SICK-SPELLS(WS-BF-ROW)
                       TO WS-BF-TOTAL-SPELLS
                   ADD WS-BF-SICK-DAYS(WS-BF-ROW) TO WS-BF-TOTAL-DAYS
                   IF WS-BF-HEADS(WS-BF-ROW) > ZERO
                       COMPUTE WS-BF-PER-HEAD ROUNDED =
                           WS-BF-SICK-DAYS(WS-BF-ROW)
                           / WS-BF-HEADS(WS-BF-ROW)
                           ON SIZE ERROR
                               MOVE 999.99 TO WS-BF-PER-HEAD
                       END-COMPUTE
                   ELSE
                       MOVE ZERO TO WS-BF-PER-HEAD
                   END-IF
                   MOVE WS-BF-HEADS(WS-BF-ROW) TO WS-BF-HEADS-SHOW
                   MOVE WS-BF-SICK-SPELLS(WS-BF-ROW)
                       TO WS-BF-DEPT-SPELLS-SHOW
                   MOVE WS-BF-SICK-DAYS(WS-BF-ROW)
                       TO WS-BF-TOTAL-DAYS-SHOW
                   MOVE WS-BF-PER-HEAD TO WS-BF-PER-HEAD-SHOW
                   MOVE SPACES TO BradfordReportRecord
                   IF WS-BF-ROW = 101
                       STRING "  ??? Other departments    "
                           WS-BF-HEADS-SHOW " "
                           WS-BF-DEPT-SPELLS-SHOW " "
                           WS-BF-TOTAL-DAYS-SHOW "   "
                           WS-BF-PER-HEAD-SHOW
                           DELIMITED BY SIZE INTO BradfordReportRecord
                   ELSE
                       STRING "  " WS-DT-CODE(WS-BF-ROW) " "
                           WS-DT-NAME(WS-BF-ROW) " "
                           WS-BF-HEADS-SHOW " "
                           WS-BF-DEPT-SPELLS-SHOW " "
                           WS-BF-TOTAL-DAYS-SHOW "   "
                           WS-BF-PER-HEAD-SHOW
                           DELIMITED BY SIZE INTO BradfordReportRecord
                   END-IF
                   WRITE BradfordReportRecord.

           *> Appends one line to AUDIT.txt for every add/change/delete
       900-LOG-AUDIT-ENTRY.
