001740*                    ARCHIVED STUDENT WITHOUT RE-KEYING - THE   *
001750*                    ARCHIVE ENTRY IS FLAGGED RE-ADMITTED SO   *
001760*                    IT ONLY COMES BACK ONCE.                   *
001770*    2026-10-15  DF  ACADEMIC STANDING RUN: PARM='STANDING      *
001780*                    [YYYYMM]' (JCL MEMBER FLORSTD, AFTER       *
001790*                    FLORGRD AND BEFORE FLOREOT) TAKES EACH     *
001800*                    STUDENT'S TERM AND CUMULATIVE UNIT-        *
001810*                    WEIGHTED GPA FROM GRADE-FILE, WRITES ONE   *
001820*                    STANDING RECORD PER STUDENT PER TERM TO    *
001830*                    STUSTND, PRINTS THE DEAN'S LIST,           *
001840*                    PROBATION AND DISMISSAL-CANDIDATE LISTS    *
001850*                    BY COURSE, AND APPLIES EACH DISMISSAL AS   *
001860*                    A JOURNALED "W" STATUS CHANGE. MENU [13]   *
001870*                    NOW SHOWS STANDING WITH THE GRADES.        *
001880*    2026-10-15  DF  OFFICIAL TRANSCRIPT OF RECORDS: MENU [22]  *
001890*                    PRINTS ONE ON DEMAND AND PARM='TRANSCPT'   *
001900*                    (JCL MEMBER FLORTOR) PRINTS ONE PER TORREQ *
001910*                    REQUEST - EVERY GRADE-FILE ENTRY TERM BY   *
001920*                    TERM WITH UNITS AND GRADE, A TERM AND      *
001930*                    CUMULATIVE GPA AT EACH TERM BREAK, TOTAL   *
001940*                    UNITS EARNED AND A SIGNATURE BLOCK. ALUMNI *
001950*                    ARE FOUND ON STUARCH, AND GRADES FILED     *
001960*                    UNDER A NUMBER SINCE CORRECTED (MENU [17]) *
001970*                    ARE PICKED UP THROUGH THE "N" JOURNAL      *
001980*                    CHAIN.                                     *
001990*    2026-10-15  DF  PAYMENT LEDGER: EVERY POSTED PAYMENT NOW   *
002000*                    CARRIES AN OFFICIAL RECEIPT NUMBER (IN     *
002010*                    TX-FULLNAME) AND GOES ON PAYLEDG WITH ITS  *
002020*                    DATE, TIME AND OPERATOR; A RECEIPT ALREADY *
002030*                    ON FILE IS REJECTED. NEW TRANS CODE "V"    *
002040*                    REVERSES A NAMED RECEIPT. DAILY COLLECTION *
002050*                    REPORT BY DATE AND COURSE (MENU [23] OR    *
002060*                    PARM='COLLECT', JCL MEMBER FLORCOL). THE   *
002070*                    BALANCE REPORT CAN LIST THE RECEIPTS       *
002080*                    BEHIND EACH BALANCE (PARM='BILLRPT         *
002090*                    HISTORY'). RENUMBERS REKEY THE LEDGER.     *
002100*    2026-10-15  DF  STUDENT HOLDS: NEW STUHOLD FILE KEYED BY   *
002110*                    STUDENT NUMBER, EACH HOLD WITH ITS TYPE,   *
002120*                    PLACING OFFICE AND DATES PLACED AND        *
002130*                    RELEASED. PLACED AND RELEASED FROM MENU    *
002140*                    [24] (SUPERVISOR) OR BY NEW TRANS CODES    *
002150*                    "H" AND "U". AN ACTIVE HOLD REFUSES THE    *
002160*                    ENROLLMENT LETTER, RE-ADMISSION, A STATUS  *
002170*                    CHANGE TO "G" AND THE TRANSCRIPT, NAMING   *
002180*                    THE HOLD. ACTIVE HOLDS BY OFFICE ON MENU   *
002190*                    [25] OR PARM='HOLDRPT' (JCL MEMBER         *
002200*                    FLORHLD). RENUMBERS REKEY THE HOLDS.       *
002210*    2026-10-15  DF  SUBJECT MASTER (SUBJMAST): SUBJECT CODE,   *
002220*                    TITLE, OFFICIAL UNITS AND OFFERING         *
002230*                    DEPARTMENT. THE GRADE LOAD REJECTS A       *
002240*                    SUBJECT NOT ON IT (UNKNOWN-SUBJ) AND UNITS *
002250*                    THAT DISAGREE WITH IT (UNITS-DIFFER);      *
002260*                    BLANK UNITS ON THE SHEET TAKE THE OFFICIAL *
002270*                    UNITS. THE GRADE REGISTER AND MENU [13]    *
002280*                    SHOW SUBJECT TITLES.                       *
002290*    2026-10-15  DF  TERM STUDY LOAD: NEW STUDYLD FILE OF       *
002300*                    STUDENT, TERM AND SUBJECT, ADDED AND       *
002310*                    DROPPED FROM MENU [26] OR BY NEW TRANS     *
002320*                    CODE "L". CLASS LISTS PER SUBJECT ON MENU  *
002330*                    [27] OR PARM='CLASSLST' (JCL MEMBER        *
002340*                    FLORCLS); STUDY-LOAD FORM WITH TOTAL UNITS *
002350*                    ON MENU [28]. THE GRADE LOAD REJECTS A     *
002360*                    GRADE FOR A SUBJECT THE STUDENT IS NOT     *
002370*                    ENROLLED IN (NOT-ENROLLED) AND LISTS       *
002380*                    ENROLLMENTS LEFT WITHOUT A GRADE.          *
002390*                    RENUMBERS REKEY THE STUDY LOAD.            *
002400*    2026-10-15  DF  GRADUATION CLEARANCE: NEW CURRIC FILE OF   *
002410*                    REQUIRED SUBJECTS AND MINIMUM UNITS PER    *
002420*                    PROGRAM. MENU [29] OR PARM='GRADAUD' (JCL  *
002430*                    MEMBER FLORGAD) PRINTS EACH CANDIDATE      *
002440*                    CLEARED OR NOT, WITH MISSING SUBJECTS AND  *
002450*                    UNIT SHORTFALL. A CHANGE TO GRADUATED IS   *
002460*                    REFUSED FOR A STUDENT NOT CLEARED (BATCH   *
002470*                    REJECT NOT-CLEARED); AT MENU [12] A        *
002480*                    SUPERVISOR MAY OVERRIDE, JOURNALED AS NEW  *
002490*                    ACTION "O".                                *
002500*    2026-10-15  DF  SCHOLARSHIPS AND GRANTS: NEW GRANTS FILE   *
002510*                    OF STUDENT, TERM, GRANT TYPE, SPONSOR AND  *
002520*                    A PERCENTAGE OR FIXED AMOUNT. THE          *
002530*                    ASSESSMENT RUN TAKES GRANTS OFF THE GROSS  *
002540*                    FEE AND KEEPS GROSS, DISCOUNT AND NET DUE  *
002550*                    APART ON STUASSES (LRECL 74 TO 92),        *
002560*                    RECORDING EACH GRANT'S APPLIED AMOUNT ON   *
002570*                    THE GRANTS FILE. SPONSOR BILLING           *
002580*                    STATEMENTS ON MENU [30] OR PARM='SPONSOR'. *
002590*                    THE BALANCE REPORT SHOWS GROSS, DISCOUNTS  *
002600*                    AND NET. RENUMBERS REKEY THE GRANTS.       *
002610*    2026-10-15  DF  SMS NOTIFICATIONS: NIGHTLY PARM='NOTIFY'   *
002620*                    RUN WRITES A FIXED-LAYOUT SMSOUT FILE FOR  *
002630*                    THE CAMPUS SMS GATEWAY - WAITLIST          *
002640*                    PROMOTIONS AND STATUS CHANGES JOURNALED    *
002650*                    SINCE ITS OWN MARK (NEW SMSCTL CONTROL     *
002660*                    RECORD) AND, ONCE PER DUE DATE, UNPAID     *
002670*                    ASSESSMENT BALANCES. NO USABLE MOBILE GOES *
002680*                    ON AN EXCEPTIONS LIST. WAITLIST PROMOTIONS *
002690*                    NOW JOURNAL AS ACTION "W".                 *
002700*    2026-10-15  DF  MASTER BACKUP: PARM='BACKUP' (JCL MEMBER   *
002710*                    FLORBKP) COPIES THE MASTER, STUGRAD,       *
002720*                    STUASSES AND WAITLIST TO NEW IMAGE         *
002730*                    GENERATIONS, WRITES A BKUPCTL CONTROL      *
002740*                    RECORD OF STAMP, COUNTS AND KEY RANGES,    *
002750*                    AND CUTS THE JOURNAL OVER - THE CLOSED     *
002760*                    GENERATION IS APPENDED TO JRNLHIST, WHICH  *
002770*                    HISTORY, THE NUMBER CHAIN AND AN           *
002780*                    IMAGE-LESS REBUILD READ FIRST. THE REBUILD *
002790*                    RESTORES THE LATEST IMAGE AND REPLAYS ONLY *
002800*                    LATER ENTRIES. PARM='BKVERIFY' REPORTS THE *
002810*                    IMAGES AGAINST THE LIVE FILES.             *
002820*    2026-10-15  DF  SMS AND DELTA EXTRACT SCANS READ JRNLHIST  *
002830*                    BEFORE STUJRNL, SO A BACKUP CUTOVER NEVER  *
002840*                    HIDES UNPROCESSED ENTRIES. THE NOTIFY DUE  *
002850*                    DATE IS READ FROM PARM COLUMN 9            *
002860*                    (PARM='NOTIFY  YYYYMMDD'). FLORBAT         *
002870*                    ALLOCATES EVERY FILE A RENUMBER REKEYS.    *
002880*    2026-10-15  DF  THE STANDING RUN APPLIES EACH DISMISSAL AS *
002890*                    ITS STANDING RECORD IS WRITTEN, SO A RERUN *
002900*                    NEVER MISSES ONE. THE BACKUP CHECKS EVERY  *
002910*                    IMAGE WRITE AND A CUTOVER THAT STOPPED     *
002920*                    PART WAY RESUMES WITHOUT DUPLICATING       *
002930*                    HISTORY. HOLDRPT AND GRADAUD TAILS ARE     *
002940*                    BOUNDED BY THE PARM LENGTH.                *
002950******************************************************************
002960*
002970*  PURPOSE.
002980*      MAINTAINS THE STUDENT DIRECTORY FOR THE DEPARTMENT.
002990*      STUDENTS ARE KEPT IN AN ODO-SIZED WORKING-STORAGE TABLE
003000*      WHILE THE PROGRAM RUNS AND ARE LOADED FROM / SAVED BACK
003010*      TO THE STUDENT-MASTER FILE SO THE ROSTER IS NOT LOST WHEN
003020*      THE PROGRAM ENDS. ENTRIES PAST THE TABLE'S TRUE CEILING
003030*      SPILL TO OVERFLOW-FILE, AND EVERY DELETION IS LOGGED TO
003040*      DELETED-FILE AS AN AUDIT TRAIL BEFORE THE SLOT IS CLEARED
003050*      AND MADE AVAILABLE FOR REUSE. THE OPERATOR MENU COVERS
003060*      ADD, EDIT, SOFT DELETE, VIEW BY STUDENT NUMBER, A SORTED
003070*      VIEW OF ALL ACTIVE STUDENTS, FREE-TEXT SEARCH BY NAME OR
003080*      COURSE, A PER-COURSE ENROLLMENT SUMMARY, AND A CSV EXPORT
003090*      FOR THE REGISTRAR'S OFFICE. ALL FIELD ENTRY IS VALIDATED
003100*      WITH A RE-PROMPT ON BAD INPUT. A BATCH MODE (SEE
003110*      FLORBAT.JCL) APPLIES A TRANSACTION FILE OF ADD/EDIT/
003120*      DELETE/REINSTATE RECORDS UNATTENDED FOR START-OF-SEMESTER
003130*      LOADS, AND A DROPPED STUDENT CAN BE REINSTATED FROM THE
003140*      AUDIT TRAIL (MENU [9] OR TRANSACTION CODE "R"). EVERY
003150*      CHANGE IS JOURNALED WITH BEFORE- AND AFTER-IMAGES, AND
003160*      MENU [10] PLAYS BACK ONE STUDENT'S FULL CHANGE HISTORY.
003170*      EACH STUDENT CARRIES AN ENROLLMENT STATUS AND TERM; THE
003180*      HEADCOUNTS AND THE POSTED ROSTER COVER ACTIVE STUDENTS
003190*      ONLY, AND AN END-OF-TERM ROLLOVER RUN (PARM='ROLLOVER')
003200*      ARCHIVES GRADUATED AND WITHDRAWN STUDENTS.
003210*      AN OVERFLOW REPROCESSING RUN (PARM='OVRFLOW') DRAINS
003220*      OVERFLOW-FILE BACK INTO THE DIRECTORY AS ROOM OPENS UP.
003230*      TERM GRADES LIVE ON GRADE-FILE, LOADED UNATTENDED AHEAD OF
003240*      THE ROLLOVER (PARM='GRADES'); MENU [13] SHOWS A STUDENT'S
003250*      GRADES AND GPA AND MENU [14] / PARM='GRADEREG' PRINTS THE
003260*      TERM GRADE REGISTER.
003270*      A COURSE CATALOG WITH SEAT CAPS GATES EVERY ADD - FULL
003280*      COURSES QUEUE ENROLLEES ON A FIFO WAITLIST THAT DRAINS AS
003290*      DELETES AND WITHDRAWALS FREE SEATS (MENU [15] REPORTS IT).
003300*      TUITION IS ASSESSED PER TERM FROM THE FEE SCHEDULE
003310*      (PARM='ASSESS'), PAYMENTS POST THROUGH TRANSIN CODE "P",
003320*      AND MENU [16] / PARM='BILLRPT' REPORTS OUTSTANDING
003330*      BALANCES BY COURSE AND IN TOTAL.
003340*      A DAMAGED MASTER IS REBUILT FROM THE JOURNAL'S BEFORE/
003350*      AFTER IMAGES (PARM='REBUILD', OPTIONALLY TO A POINT IN
003360*      TIME).
003370*      A DELTA EXTRACT (PARM='DELTA') SENDS THE REGISTRAR ONLY
003380*      THE STUDENTS CHANGED SINCE THE LAST EXTRACT, WITH CONTROL
003390*      TOTALS AND A REMEMBERED HIGH-WATER MARK.
003400*      A DATA-QUALITY SWEEP (PARM='SWEEP') CHECKS EVERY MASTER
003410*      RECORD AGAINST THE ENTRY RULES AND EMITS AN EXCEPTIONS
003420*      REPORT PLUS A CORRECTABLE FIX-LIST IN TRANSIN LAYOUT.
003430*      A MIS-KEYED STUDENT NUMBER IS CORRECTED IN PLACE (MENU
003440*      [17] OR TRANS CODE "N"), WITH THE JOURNAL LINKING OLD AND
003450*      NEW NUMBERS SO THE CHANGE HISTORY SURVIVES THE FIX.
003460*      SEVERAL TERMINALS CAN KEY AT ONCE: MUTATING MENU PATHS
003470*      READ, LOCK AND REWRITE THE MASTER BY KEY, AND THE SESSION
003480*      LOG KEEPS THE BATCH RUNS OUT WHILE A TERMINAL IS OPEN.
003490*      ENROLLMENT VERIFICATION LETTERS PRINT FROM THE DIRECTORY
003500*      (MENU [18] OR PARM='LETTERS'), ACTIVE STUDENTS ONLY.
003510*      THE ROLLOVER ARCHIVE IS NO LONGER WRITE-ONLY: MENU [19]
003520*      SEARCHES IT, MENU [20] / PARM='ALUMRPT' REPORTS GRADUATES
003530*      BY TERM, AND MENU [21] RE-ADMITS A RETURNING STUDENT.
003540*      AN END-OF-TERM STANDING RUN (PARM='STANDING') SORTS GRADED
003550*      STUDENTS INTO DEAN'S LIST, PROBATION AND DISMISSAL FROM
003560*      THEIR TERM AND CUMULATIVE GPA, AND WITHDRAWS THE DISMISSED.
003570*      AN OFFICIAL TRANSCRIPT OF RECORDS PRINTS FROM GRADE-FILE
003580*      (MENU [22] OR PARM='TRANSCPT') FOR CURRENT STUDENTS AND
003590*      ALUMNI ALIKE, ACROSS ANY STUDENT-NUMBER CORRECTIONS.
003600*      PAYMENTS AND REVERSALS ("V") POST UNDER OFFICIAL RECEIPT
003610*      NUMBERS TO A PAYMENT LEDGER, WHICH FEEDS THE DAILY CASHIER
003620*      COLLECTION REPORT (MENU [23] OR PARM='COLLECT') AND THE
003630*      PAYMENT HISTORY ON THE BALANCE REPORT.
003640*      AN OFFICE CAN PUT A HOLD ON A STUDENT (MENU [24] OR TRANSIN
003650*      "H"/"U"); WHILE IT IS ACTIVE NO LETTER, TRANSCRIPT,
003660*      RE-ADMISSION OR GRADUATION GOES THROUGH. MENU [25] OR
003670*      PARM='HOLDRPT' LISTS THE ACTIVE HOLDS BY OFFICE.
003680*      GRADES ARE CHECKED AGAINST A SUBJECT MASTER OF OFFICIAL
003690*      UNITS, WHOSE TITLES THE REGISTER AND GRADE INQUIRY SHOW.
003700*      EACH TERM'S STUDY LOAD RECORDS WHICH SUBJECTS A STUDENT
003710*      IS ENROLLED IN; IT DRIVES THE FACULTY CLASS LISTS AND THE
003720*      STUDY-LOAD FORM, AND THE GRADE LOAD TAKES GRADES ONLY FOR
003730*      ENROLLMENTS ON IT.
003740*      A PROGRAM'S CURRICULUM LISTS THE SUBJECTS AND MINIMUM
003750*      UNITS IT TAKES TO GRADUATE; NO ONE IS MOVED TO GRADUATED
003760*      UNTIL CLEARED AGAINST IT OR OVERRIDDEN BY A SUPERVISOR.
003770*      SCHOLARSHIPS, DEPENDENT DISCOUNTS AND SPONSORED GRANTS
003780*      COME OFF THE GROSS FEE AT ASSESSMENT; WHAT EACH SPONSOR
003790*      OWES FOR THE TERM IS BILLED TO IT STUDENT BY STUDENT.
003800*      A NIGHTLY RUN TEXTS STUDENTS THROUGH THE CAMPUS SMS
003810*      GATEWAY WHEN THEY COME OFF THE WAITLIST, WHEN THEIR
003820*      STATUS CHANGES AND WHEN A BALANCE IS PAST DUE.
003830*      A SCHEDULED BACKUP TAKES IMAGE COPIES OF THE MASTER,
003840*      GRADES, ASSESSMENTS AND WAITLIST AND STARTS A NEW JOURNAL
003850*      GENERATION; THE REBUILD STARTS FROM THE LATEST IMAGE, AND
003860*      A VERIFICATION REPORT CHECKS IT AGAINST THE LIVE FILES.
003870*
003880 ENVIRONMENT DIVISION.
003890 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
003910 OBJECT-COMPUTER.   IBM-370.
003920 INPUT-OUTPUT SECTION.
003930 FILE-CONTROL.
003940     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
003950         ORGANIZATION IS INDEXED
003960         ACCESS MODE IS DYNAMIC
003970         RECORD KEY IS SM-SNO
003980         FILE STATUS IS WS-FS-STUDENT-MASTER.
003990
004000     SELECT OVERFLOW-FILE ASSIGN TO "OVRFLOW"
004010         ORGANIZATION IS SEQUENTIAL
004020         ACCESS MODE IS SEQUENTIAL
004030         FILE STATUS IS WS-FS-OVERFLOW.
004040
004050     SELECT OPERATOR-FILE ASSIGN TO "OPERFIL"
004060         ORGANIZATION IS SEQUENTIAL
004070         ACCESS MODE IS SEQUENTIAL
004080         FILE STATUS IS WS-FS-OPERATOR.
004090
004100     SELECT OVERFLOW-WORK ASSIGN TO "OVRWORK"
004110         ORGANIZATION IS SEQUENTIAL
004120         ACCESS MODE IS SEQUENTIAL
004130         FILE STATUS IS WS-FS-OVRWORK.
004140
004150     SELECT DELETED-FILE ASSIGN TO "DELSTUD"
004160         ORGANIZATION IS SEQUENTIAL
004170         ACCESS MODE IS SEQUENTIAL
004180         FILE STATUS IS WS-FS-DELETED.
004190
004200     SELECT JOURNAL-FILE ASSIGN TO "STUJRNL"
004210         ORGANIZATION IS SEQUENTIAL
004220         ACCESS MODE IS SEQUENTIAL
004230         FILE STATUS IS WS-FS-JOURNAL.
004240
004250     SELECT SORT-WORK ASSIGN TO "SRTWORK".
004260
004270     SELECT TRANS-FILE ASSIGN TO "TRANSIN"
004280         ORGANIZATION IS SEQUENTIAL
004290         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-FS-TRANS.
004310
004320     SELECT REJECT-FILE ASSIGN TO "REJFILE"
004330         ORGANIZATION IS SEQUENTIAL
004340         ACCESS MODE IS SEQUENTIAL
004350         FILE STATUS IS WS-FS-REJECT.
004360
004370     SELECT RESTART-FILE ASSIGN TO "RESTART"
004380         ORGANIZATION IS SEQUENTIAL
004390         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-FS-RESTART.
004410
004420     SELECT CSV-FILE ASSIGN TO "STUCSV"
004430         ORGANIZATION IS LINE SEQUENTIAL
004440         ACCESS MODE IS SEQUENTIAL
004450         FILE STATUS IS WS-FS-CSV.
004460
004470     SELECT REPORT-FILE ASSIGN TO "STUREPT"
004480         ORGANIZATION IS SEQUENTIAL
004490         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-FS-REPORT.
004510
004520     SELECT EXTRACT-FILE ASSIGN TO "REGEXTR"
004530         ORGANIZATION IS SEQUENTIAL
004540         ACCESS MODE IS SEQUENTIAL
004550         FILE STATUS IS WS-FS-EXTRACT.
004560
004570     SELECT ARCHIVE-FILE ASSIGN TO "STUARCH"
004580         ORGANIZATION IS SEQUENTIAL
004590         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-FS-ARCHIVE.
004610
004620     SELECT GRADE-FILE ASSIGN TO "STUGRAD"
004630         ORGANIZATION IS SEQUENTIAL
004640         ACCESS MODE IS SEQUENTIAL
004650         FILE STATUS IS WS-FS-GRADE.
004660
004670     SELECT GRADE-TRANS ASSIGN TO "GRADEIN"
004680         ORGANIZATION IS SEQUENTIAL
004690         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-FS-GRADEIN.
004710
004720     SELECT GRADE-REJECT ASSIGN TO "GRDREJ"
004730         ORGANIZATION IS SEQUENTIAL
004740         ACCESS MODE IS SEQUENTIAL
004750         FILE STATUS IS WS-FS-GRDREJ.
004760
004770     SELECT GRADE-SORT ASSIGN TO "GRDSORT".
004780
004790     SELECT CATALOG-FILE ASSIGN TO "CRSCATLG"
004800         ORGANIZATION IS SEQUENTIAL
004810         ACCESS MODE IS SEQUENTIAL
004820         FILE STATUS IS WS-FS-CATALOG.
004830
004840     SELECT SUBJECT-FILE ASSIGN TO "SUBJMAST"
004850         ORGANIZATION IS SEQUENTIAL
004860         ACCESS MODE IS SEQUENTIAL
004870         FILE STATUS IS WS-FS-SUBJECT.
004880
004890     SELECT STUDY-LOAD-FILE ASSIGN TO "STUDYLD"
004900         ORGANIZATION IS INDEXED
004910         ACCESS MODE IS DYNAMIC
004920         RECORD KEY IS SL-KEY
004930         FILE STATUS IS WS-FS-STUDYLD.
004940
004950     SELECT CLASS-SORT ASSIGN TO "CLSSORT".
004960
004970     SELECT CURRICULUM-FILE ASSIGN TO "CURRIC"
004980         ORGANIZATION IS SEQUENTIAL
004990         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-FS-CURRIC.
005010
005020     SELECT CLEARANCE-SORT ASSIGN TO "CLRSORT".
005030
005040     SELECT GRANT-FILE ASSIGN TO "GRANTS"
005050         ORGANIZATION IS SEQUENTIAL
005060         ACCESS MODE IS SEQUENTIAL
005070         FILE STATUS IS WS-FS-GRANT.
005080
005090     SELECT SPONSOR-SORT ASSIGN TO "SPNSORT".
005100
005110     SELECT SMS-FILE ASSIGN TO "SMSOUT"
005120         ORGANIZATION IS SEQUENTIAL
005130         ACCESS MODE IS SEQUENTIAL
005140         FILE STATUS IS WS-FS-SMS.
005150
005160     SELECT SMS-CONTROL-FILE ASSIGN TO "SMSCTL"
005170         ORGANIZATION IS SEQUENTIAL
005180         ACCESS MODE IS SEQUENTIAL
005190         FILE STATUS IS WS-FS-SMSCTL.
005200
005210     SELECT MASTER-IMAGE ASSIGN TO "STUIMG"
005220         ORGANIZATION IS SEQUENTIAL
005230         ACCESS MODE IS SEQUENTIAL
005240         FILE STATUS IS WS-FS-MSTIMG.
005250
005260     SELECT GRADE-IMAGE ASSIGN TO "GRDIMG"
005270         ORGANIZATION IS SEQUENTIAL
005280         ACCESS MODE IS SEQUENTIAL
005290         FILE STATUS IS WS-FS-GRDIMG.
005300
005310     SELECT ASSESS-IMAGE ASSIGN TO "ASSIMG"
005320         ORGANIZATION IS SEQUENTIAL
005330         ACCESS MODE IS SEQUENTIAL
005340         FILE STATUS IS WS-FS-ASSIMG.
005350
005360     SELECT WAITLIST-IMAGE ASSIGN TO "WLIMG"
005370         ORGANIZATION IS SEQUENTIAL
005380         ACCESS MODE IS SEQUENTIAL
005390         FILE STATUS IS WS-FS-WLIMG.
005400
005410     SELECT BACKUP-CONTROL ASSIGN TO "BKUPCTL"
005420         ORGANIZATION IS SEQUENTIAL
005430         ACCESS MODE IS SEQUENTIAL
005440         FILE STATUS IS WS-FS-BKUPCTL.
005450
005460     SELECT JOURNAL-HISTORY ASSIGN TO "JRNLHIST"
005470         ORGANIZATION IS SEQUENTIAL
005480         ACCESS MODE IS SEQUENTIAL
005490         FILE STATUS IS WS-FS-JRNLHIST.
005500
005510     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
005520         ORGANIZATION IS SEQUENTIAL
005530         ACCESS MODE IS SEQUENTIAL
005540         FILE STATUS IS WS-FS-WAITLIST.
005550
005560     SELECT WAITLIST-WORK ASSIGN TO "WLWORK"
005570         ORGANIZATION IS SEQUENTIAL
005580         ACCESS MODE IS SEQUENTIAL
005590         FILE STATUS IS WS-FS-WLWORK.
005600
005610     SELECT FEE-FILE ASSIGN TO "FEESCHED"
005620         ORGANIZATION IS SEQUENTIAL
005630         ACCESS MODE IS SEQUENTIAL
005640         FILE STATUS IS WS-FS-FEE.
005650
005660     SELECT ASSESS-FILE ASSIGN TO "STUASSES"
005670         ORGANIZATION IS SEQUENTIAL
005680         ACCESS MODE IS SEQUENTIAL
005690         FILE STATUS IS WS-FS-ASSESS.
005700
005710     SELECT DELTA-FILE ASSIGN TO "STUDELTA"
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         ACCESS MODE IS SEQUENTIAL
005740         FILE STATUS IS WS-FS-DELTA.
005750
005760     SELECT HIWATER-FILE ASSIGN TO "HIWATER"
005770         ORGANIZATION IS SEQUENTIAL
005780         ACCESS MODE IS SEQUENTIAL
005790         FILE STATUS IS WS-FS-HIWATER.
005800
005810     SELECT SESSION-FILE ASSIGN TO "TERMLOCK"
005820         ORGANIZATION IS SEQUENTIAL
005830         ACCESS MODE IS SEQUENTIAL
005840         FILE STATUS IS WS-FS-SESSION.
005850
005860     SELECT LETTER-REQS ASSIGN TO "LETTERIN"
005870         ORGANIZATION IS SEQUENTIAL
005880         ACCESS MODE IS SEQUENTIAL
005890         FILE STATUS IS WS-FS-LETTERIN.
005900
005910     SELECT STANDING-FILE ASSIGN TO "STUSTND"
005920         ORGANIZATION IS SEQUENTIAL
005930         ACCESS MODE IS SEQUENTIAL
005940         FILE STATUS IS WS-FS-STANDING.
005950
005960     SELECT STANDING-SORT ASSIGN TO "STDSORT".
005970
005980     SELECT TRANSCRIPT-REQS ASSIGN TO "TORREQ"
005990         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006010         FILE STATUS IS WS-FS-TORREQ.
006020
006030     SELECT TRANSCRIPT-SORT ASSIGN TO "TORSORT".
006040
006050     SELECT PAYMENT-LEDGER ASSIGN TO "PAYLEDG"
006060         ORGANIZATION IS SEQUENTIAL
006070         ACCESS MODE IS SEQUENTIAL
006080         FILE STATUS IS WS-FS-PAYLEDG.
006090
006100     SELECT PAYMENT-SORT ASSIGN TO "PAYSORT".
006110
006120     SELECT HOLD-FILE ASSIGN TO "STUHOLD"
006130         ORGANIZATION IS INDEXED
006140         ACCESS MODE IS DYNAMIC
006150         RECORD KEY IS HD-KEY
006160         FILE STATUS IS WS-FS-HOLD.
006170
006180     SELECT HOLD-SORT ASSIGN TO "HLDSORT".
006190
006200 DATA DIVISION.
006210 FILE SECTION.
006220*----------------------------------------------------------------
006230*  STUDENT-MASTER - PERMANENT DIRECTORY OF ENROLLED STUDENTS.
006240*----------------------------------------------------------------
006250 FD  STUDENT-MASTER
006260     LABEL RECORDS ARE STANDARD.
006270 01  SM-RECORD.
006280     05  SM-SNO            PIC X(30).
006290     05  SM-FULLNAME       PIC X(30).
006300     05  SM-COURSE         PIC X(20).
006310     05  SM-CONTACT-INFO.
006320         10  SM-MOBILE     PIC X(11).
006330         10  SM-LANDLINE   PIC X(08).
006340     05  SM-AGE            PIC 99.
006350     05  SM-STATUS         PIC X(01).
006360     05  SM-STATUS-TERM    PIC X(06).
006370*  RECORD-IN-USE INDICATOR - THE ID OF THE TERMINAL OPERATOR
006380*  HOLDING THE RECORD FOR UPDATE, SPACES WHEN FREE. STAMPED BY
006390*  8150-LOCK-MASTER BEFORE AN EDIT/DELETE/STATUS/RENUMBER DIALOG
006400*  AND CLEARED BY THE DATA REWRITE THAT ENDS IT; A STALE STAMP
006410*  LEFT BY A DROPPED SESSION IS CLEARED THE NEXT TIME ITS OWNER
006420*  SIGNS ON (SEE 1100-LOAD-ONE-STUDENT).
006430     05  SM-IN-USE-ID      PIC X(08).
006440
006450*----------------------------------------------------------------
006460*  OVERFLOW-FILE - ENROLLEES THAT COULD NOT FIT IN THE TABLE
006470*  BECAUSE THE DIRECTORY WAS AT FULL CAPACITY. HELD HERE FOR
006480*  LATER REPROCESSING ONCE ROOM OPENS UP.
006490*----------------------------------------------------------------
006500 FD  OVERFLOW-FILE
006510     LABEL RECORDS ARE STANDARD.
006520 01  OV-RECORD.
006530     05  OV-SNO            PIC X(30).
006540     05  OV-FULLNAME       PIC X(30).
006550     05  OV-COURSE         PIC X(20).
006560     05  OV-CONTACT-INFO.
006570         10  OV-MOBILE     PIC X(11).
006580         10  OV-LANDLINE   PIC X(08).
006590     05  OV-AGE            PIC 99.
006600     05  OV-STATUS         PIC X(01).
006610     05  OV-STATUS-TERM    PIC X(06).
006620
006630*----------------------------------------------------------------
006640*  OPERATOR-FILE - THE SMALL OPERATOR ROSTER MAINTAINED BY THE
006650*  SUPERVISOR OUTSIDE THIS PROGRAM: ID, NAME, AND AUTHORITY
006660*  LEVEL (1 = OPERATOR, 2 = SUPERVISOR). 1500-SIGN-ON VALIDATES
006670*  THE TERMINAL OPERATOR AGAINST IT AT STARTUP.
006680*----------------------------------------------------------------
006690 FD  OPERATOR-FILE
006700     LABEL RECORDS ARE STANDARD.
006710 01  OP-RECORD.
006720     05  OP-ID             PIC X(08).
006730     05  OP-NAME           PIC X(30).
006740     05  OP-LEVEL          PIC 9.
006750
006760*----------------------------------------------------------------
006770*  OVERFLOW-WORK - SCRATCH FILE USED BY THE OVERFLOW REPROCESSING
006780*  RUN (PARM='OVRFLOW'). ENTRIES THAT STILL DO NOT FIT ARE HELD
006790*  HERE WHILE OVRFLOW IS BEING READ, THEN COPIED BACK SO OVRFLOW
006800*  ENDS THE RUN HOLDING ONLY WHAT REMAINS UNPLACED.
006810*----------------------------------------------------------------
006820 FD  OVERFLOW-WORK
006830     LABEL RECORDS ARE STANDARD.
006840 01  OW-RECORD             PIC X(108).
006850
006860*----------------------------------------------------------------
006870*  DELETED-FILE - AUDIT TRAIL OF EVERY STUDENT REMOVED BY
006880*  DELETE STUDENT, SO THE REGISTRAR CAN ANSWER "WHO WAS DROPPED
006890*  AND WHEN (AND, SINCE THE OPERATOR ID WAS ADDED, BY WHOM)"
006900*  WITHOUT RELYING ON MEMORY. EACH ENTRY CARRIES THE
006910*  FULL STUDENT (CONTACT INFO AND AGE INCLUDED) SO A REINSTATE
006920*  RESTORES THE RECORD FAITHFULLY, AND AN ACTION CODE - "D" FOR
006930*  A DELETION, "R" FOR A REINSTATEMENT - SO THE MOST RECENT
006940*  ENTRY FOR A NUMBER SHOWS WHETHER THE STUDENT IS STILL OUT.
006950*----------------------------------------------------------------
006960 FD  DELETED-FILE
006970     LABEL RECORDS ARE STANDARD.
006980 01  DS-RECORD.
006990     05  DS-SNO            PIC X(30).
007000     05  DS-FULLNAME       PIC X(30).
007010     05  DS-COURSE         PIC X(20).
007020     05  DS-CONTACT-INFO.
007030         10  DS-MOBILE     PIC X(11).
007040         10  DS-LANDLINE   PIC X(08).
007050     05  DS-AGE            PIC 99.
007060     05  DS-ACTION-DATE    PIC 9(08).
007070     05  DS-ACTION-TIME    PIC 9(08).
007080     05  DS-ACTION         PIC X(01).
007090         88  DS-IS-DELETE                     VALUE "D".
007100         88  DS-IS-REINSTATE                  VALUE "R".
007110     05  DS-USER-ID        PIC X(08).
007120     05  DS-STATUS         PIC X(01).
007130     05  DS-STATUS-TERM    PIC X(06).
007140
007150*----------------------------------------------------------------
007160*  JOURNAL-FILE - CHANGE-HISTORY JOURNAL. EVERY ADD, EDIT,
007170*  DELETE AND REINSTATEMENT (MENU OR BATCH) APPENDS ONE ENTRY
007180*  CARRYING BEFORE- AND AFTER-IMAGES AND A DATE/TIME STAMP, SO
007190*  "WHAT DID THIS RECORD LOOK LIKE BEFORE, AND WHEN DID IT
007200*  CHANGE" CAN BE ANSWERED FROM THE FILE (MENU [10]) INSTEAD OF
007210*  FROM MEMORY. AN ADD OR REINSTATEMENT HAS A BLANK BEFORE-IMAGE;
007220*  A DELETION HAS A BLANK AFTER-IMAGE.
007230*  A STATUS CHANGE IS ACTION "S"; A CHANGE TO GRADUATED PUT
007240*  THROUGH ON A SUPERVISOR'S OVERRIDE OF THE CLEARANCE CHECK
007250*  IS ACTION "O" SO IT CAN BE FOUND AGAIN, AND REPLAYS THE SAME.
007260*  A STUDENT MOVED OFF THE WAITLIST INTO A FREED SEAT IS ACTION
007270*  "W" - AN ADD IN EVERY OTHER RESPECT, WITH A BLANK BEFORE-
007280*  IMAGE - SO THE SMS NOTIFICATION RUN CAN TELL IT APART.
007290*----------------------------------------------------------------
007300 FD  JOURNAL-FILE
007310     LABEL RECORDS ARE STANDARD.
007320 01  JL-RECORD.
007330     05  JL-SNO            PIC X(30).
007340     05  JL-ACTION         PIC X(01).
007350     05  JL-ACTION-DATE    PIC 9(08).
007360     05  JL-ACTION-TIME    PIC 9(08).
007370     05  JL-BEFORE-IMAGE.
007380         10  JL-OLD-FULLNAME  PIC X(30).
007390         10  JL-OLD-COURSE    PIC X(20).
007400         10  JL-OLD-MOBILE    PIC X(11).
007410         10  JL-OLD-LANDLINE  PIC X(08).
007420         10  JL-OLD-AGE       PIC 99.
007430         10  JL-OLD-STATUS    PIC X(01).
007440         10  JL-OLD-TERM      PIC X(06).
007450     05  JL-AFTER-IMAGE.
007460         10  JL-NEW-FULLNAME  PIC X(30).
007470         10  JL-NEW-COURSE    PIC X(20).
007480         10  JL-NEW-MOBILE    PIC X(11).
007490         10  JL-NEW-LANDLINE  PIC X(08).
007500         10  JL-NEW-AGE       PIC 99.
007510         10  JL-NEW-STATUS    PIC X(01).
007520         10  JL-NEW-TERM      PIC X(06).
007530     05  JL-USER-ID        PIC X(08).
007540*  FOR A STUDENT-NUMBER CORRECTION (ACTION "N") THE ENTRY IS
007550*  JOURNALED UNDER THE NEW NUMBER AND JL-XREF-SNO CARRIES THE
007560*  OLD ONE, SO HISTORY PLAYBACK CAN FOLLOW THE RECORD ACROSS THE
007570*  CORRECTION. SPACES ON EVERY OTHER ACTION.
007580     05  JL-XREF-SNO       PIC X(30).
007590
007600*----------------------------------------------------------------
007610*  SORT-WORK - SCRATCH SORT FILE USED BY VIEW ALL STUDENTS TO
007620*  PRESENT THE ACTIVE DIRECTORY IN FULLNAME ORDER.
007630*----------------------------------------------------------------
007640 SD  SORT-WORK.
007650 01  SRT-RECORD.
007660     05  SRT-FULLNAME      PIC X(30).
007670     05  SRT-SNO           PIC X(30).
007680     05  SRT-COURSE        PIC X(20).
007690     05  SRT-CONTACT-INFO.
007700         10  SRT-MOBILE    PIC X(11).
007710         10  SRT-LANDLINE  PIC X(08).
007720     05  SRT-AGE           PIC 99.
007730     05  SRT-STATUS        PIC X(01).
007740     05  SRT-STATUS-TERM   PIC X(06).
007750
007760*----------------------------------------------------------------
007770*  TRANS-FILE - ADD/EDIT/DELETE/REINSTATE/PAYMENT/REVERSAL
007780*  TRANSACTIONS FOR UNATTENDED BATCH LOADING (START-OF-SEMESTER
007790*  BULK ENROLLMENT). ONE
007800*  RECORD PER ENROLLEE, PRODUCED BY THE REGISTRAR'S SPREADSHEET
007810*  EXPORT AND APPLIED BY 9800-BATCH-PROCESS.
007820*----------------------------------------------------------------
007830 FD  TRANS-FILE
007840     LABEL RECORDS ARE STANDARD.
007850 01  TX-RECORD.
007860     05  TX-CODE           PIC X(01).
007870         88  TX-IS-ADD                       VALUE "A".
007880         88  TX-IS-EDIT                       VALUE "E".
007890         88  TX-IS-DELETE                     VALUE "D".
007900         88  TX-IS-REINSTATE                  VALUE "R".
007910         88  TX-IS-STATUS                     VALUE "S".
007920         88  TX-IS-PAYMENT                    VALUE "P".
007930*  A REVERSAL ("V") BACKS OUT A POSTED PAYMENT. "P" AND "V" BOTH
007940*  CARRY THE OFFICIAL RECEIPT NUMBER IN THE FIRST 12 BYTES OF
007950*  TX-FULLNAME, THE SAME WAY "N" CARRIES ITS NEW NUMBER THERE.
007960         88  TX-IS-REVERSAL                   VALUE "V".
007970*  A STUDENT-NUMBER CORRECTION ("N") CARRIES THE MIS-KEYED NUMBER
007980*  IN TX-SNO AND THE CORRECT ONE IN TX-FULLNAME - THE RECORD'S
007990*  DATA TRAVELS WITH THE REKEY, SO NO NAME FIELD IS NEEDED.
008000         88  TX-IS-RENUMBER                   VALUE "N".
008010*  A HOLD ("H") OR A HOLD RELEASE ("U") USES TX-HOLD-RECORD
008020*  BELOW.
008030         88  TX-IS-HOLD                       VALUE "H".
008040         88  TX-IS-RELEASE                    VALUE "U".
008050*  A STUDY-LOAD CHANGE ("L") USES TX-LOAD-RECORD BELOW.
008060         88  TX-IS-STUDY-LOAD                 VALUE "L".
008070     05  TX-SNO            PIC X(30).
008080     05  TX-FULLNAME       PIC X(30).
008090     05  TX-COURSE         PIC X(20).
008100     05  TX-CONTACT-INFO.
008110         10  TX-MOBILE     PIC X(11).
008120         10  TX-LANDLINE   PIC X(08).
008130     05  TX-AGE            PIC 99.
008140*  TX-STATUS / TX-STATUS-TERM ARE USED BY THE "S" STATUS-CHANGE
008150*  TRANSACTION; ADDS IGNORE THEM AND START OUT ACTIVE IN THE
008160*  CURRENT TERM.
008170     05  TX-STATUS         PIC X(01).
008180     05  TX-STATUS-TERM    PIC X(06).
008190*  TX-AMOUNT IS USED BY THE "P" PAYMENT TRANSACTION - DIGITS WITH
008200*  TWO IMPLIED DECIMALS ("000012550" IS 125.50). EVERY OTHER CODE
008210*  IGNORES IT.
008220     05  TX-AMOUNT         PIC X(09).
008230     05  TX-AMOUNT-NUM REDEFINES TX-AMOUNT
008240                           PIC 9(07)V99.
008250*  TX-REASON IS IGNORED ON INPUT. IT LINES UP WITH RJ-REASON SO A
008260*  CORRECTED REJECT FILE CAN COME STRAIGHT BACK AS THE NEXT
008270*  TRANSIN WITHOUT RE-KEYING OR TRIMMING THE REASON COLUMN.
008280     05  TX-REASON         PIC X(12).
008290
008300*  A HOLD ("H" PLACES, "U" RELEASES) USES ITS OWN VIEW OF THE
008310*  RECORD: THE HOLD TYPE, THE PLACING OFFICE AND A REMARK SIT
008320*  WHERE THE NAME AND COURSE GO ON AN ADD.
008330 01  TX-HOLD-RECORD.
008340     05  TH-CODE           PIC X(01).
008350     05  TH-SNO            PIC X(30).
008360     05  TH-TYPE           PIC X(03).
008370         88  TH-TYPE-VALID   VALUE "LIB" "FIN" "DSC" "REG".
008380     05  TH-OFFICE         PIC X(10).
008390     05  TH-REMARK         PIC X(30).
008400     05  FILLER            PIC X(44).
008410     05  FILLER            PIC X(12).
008420
008430*  A STUDY-LOAD CHANGE ("L") NAMES THE SUBJECT AND TERM AND
008440*  WHETHER IT IS ADDED ("A") OR DROPPED ("D").
008450 01  TX-LOAD-RECORD.
008460     05  TL-CODE           PIC X(01).
008470     05  TL-SNO            PIC X(30).
008480     05  TL-SUBJECT        PIC X(10).
008490     05  TL-TERM           PIC X(06).
008500     05  TL-ACTION         PIC X(01).
008510         88  TL-ADD                          VALUE "A".
008520         88  TL-DROP                         VALUE "D".
008530         88  TL-ACTION-VALID                 VALUE "A" "D".
008540     05  FILLER            PIC X(70).
008550     05  FILLER            PIC X(12).
008560
008570*----------------------------------------------------------------
008580*  REJECT-FILE - EVERY TRANSACTION 9800-BATCH-PROCESS REFUSES,
008590*  IN TRANS-FILE LAYOUT PLUS A REASON CODE (DUPLICATE, NOT-FOUND,
008600*  BAD-AGE, BAD-MOBILE, BAD-LANDLINE, BAD-CODE, ALREADY-BACK,
008610*  BAD-STATUS, BAD-TERM, BAD-COURSE, COURSE-FULL, BAD-AMOUNT,
008620*  BAD-NEWNO, WRITE-FAIL,
008630*  NO-ASSESS, BAD-RECEIPT, DUP-RECEIPT, NO-RECEIPT,
008640*  ALREADY-VOID, BAD-HOLD, HOLD-ACTIVE, NO-HOLD, ON-HOLD,
008650*  BAD-LOAD, NOT-ENROLLED, UNKNOWN-SUBJ, NOT-CLEARED).
008660*  THE REGISTRAR CORRECTS THIS FILE AND RESUBMITS IT AS THE NEXT
008670*  TRANSIN INSTEAD OF RE-KEYING FIXES FROM JOB OUTPUT.
008680*----------------------------------------------------------------
008690 FD  REJECT-FILE
008700     LABEL RECORDS ARE STANDARD.
008710 01  RJ-RECORD.
008720     05  RJ-TX-IMAGE       PIC X(118).
008730     05  RJ-REASON         PIC X(12).
008740
008750*----------------------------------------------------------------
008760*  RESTART-FILE - ONE CHECKPOINT RECORD, REWRITTEN EVERY
008770*  WS-CHECKPOINT-EVERY TRANSACTIONS BY 9870-TAKE-CHECKPOINT:
008780*  HOW FAR INTO TRANSIN THE LOAD HAS COMMITTED AND THE TOTALS SO
008790*  FAR. A RUN STARTED WITH PARM='RESTART' SKIPS FORWARD TO THE
008800*  FIRST UNAPPLIED TRANSACTION AND CARRIES THESE TOTALS INTO THE
008810*  BATCH LOAD SUMMARY. DISPLAY PICTURES, SO A CHECKPOINT CAN BE
008820*  EYEBALLED (OR REPAIRED) IN THE DATASET ITSELF.
008830*----------------------------------------------------------------
008840 FD  RESTART-FILE
008850     LABEL RECORDS ARE STANDARD.
008860 01  CK-RECORD.
008870     05  CK-TRANS-READ     PIC 9(05).
008880     05  CK-APPLIED        PIC 9(05).
008890     05  CK-REJECTED       PIC 9(05).
008900     05  CK-OVERFLOWED     PIC 9(05).
008910     05  CK-WAITLISTED     PIC 9(05).
008920
008930*----------------------------------------------------------------
008940*  CSV-FILE - COMMA-DELIMITED EXPORT OF THE STUDENT DIRECTORY
008950*  FOR THE REGISTRAR'S OFFICE. ONE LINE PER STUDENT, BUILT FROM
008960*  STUDENT-INFO BY 9900-EXPORT-CSV.
008970*----------------------------------------------------------------
008980 FD  CSV-FILE
008990     LABEL RECORDS ARE STANDARD.
009000 01  CSV-RECORD                PIC X(132).
009010
009020*----------------------------------------------------------------
009030*  REPORT-FILE - THE PRINTED ROSTER (MENU [11] OR PARM='REPORT',
009040*  SEE JCL MEMBER FLORBAT). COLUMNAR LINES GROUPED BY COURSE
009050*  WITH PAGE HEADINGS, A SUBTOTAL AT EACH COURSE BREAK AND A
009060*  GRAND TOTAL, BUILT BY 9500-PRINT-ROSTER.
009070*----------------------------------------------------------------
009080 FD  REPORT-FILE
009090     LABEL RECORDS ARE STANDARD.
009100 01  RPT-PRINT-LINE            PIC X(132).
009110
009120*----------------------------------------------------------------
009130*  EXTRACT-FILE - THE CENTRAL REGISTRAR'S OFFICIAL ENROLLMENT
009140*  EXTRACT, SUPPLIED EACH TERM IN THIS FIXED LAYOUT AND SORTED
009150*  BY STUDENT NUMBER. 9700-RECONCILE MATCHES IT AGAINST
009160*  STUDENT-MASTER (PARM='RECON', SEE JCL MEMBER FLORREC).
009170*----------------------------------------------------------------
009180 FD  EXTRACT-FILE
009190     LABEL RECORDS ARE STANDARD.
009200 01  RX-RECORD.
009210     05  RX-SNO            PIC X(30).
009220     05  RX-FULLNAME       PIC X(30).
009230     05  RX-COURSE         PIC X(20).
009240
009250*----------------------------------------------------------------
009260*  ARCHIVE-FILE - CUMULATIVE ARCHIVE OF GRADUATED AND WITHDRAWN
009270*  STUDENTS MOVED OUT OF THE DIRECTORY BY THE END-OF-TERM
009280*  ROLLOVER (PARM='ROLLOVER', SEE JCL MEMBER FLOREOT). SAME
009290*  LAYOUT AS SM-RECORD.
009300*----------------------------------------------------------------
009310*  AN ENTRY WHOSE AR-READMITTED FLAG IS "Y" WENT BACK TO THE
009320*  DIRECTORY (MENU [21]) AND IS HISTORY ONLY - IT CANNOT BE
009330*  RE-ADMITTED A SECOND TIME. AR-STATUS STILL SAYS WHY THE
009340*  STUDENT WAS ARCHIVED, SO THE GRADUATES REPORT KEEPS COUNTING
009350*  THEM FOR THEIR TERM.
009360 FD  ARCHIVE-FILE
009370     LABEL RECORDS ARE STANDARD.
009380 01  AR-RECORD.
009390     05  AR-SNO            PIC X(30).
009400     05  AR-FULLNAME       PIC X(30).
009410     05  AR-COURSE         PIC X(20).
009420     05  AR-CONTACT-INFO.
009430         10  AR-MOBILE     PIC X(11).
009440         10  AR-LANDLINE   PIC X(08).
009450     05  AR-AGE            PIC 99.
009460     05  AR-STATUS         PIC X(01).
009470     05  AR-STATUS-TERM    PIC X(06).
009480     05  AR-READMITTED     PIC X(01).
009490
009500*----------------------------------------------------------------
009510*  GRADE-FILE - ONE RECORD PER STUDENT PER COURSE PER TERM,
009520*  APPENDED BY THE UNATTENDED GRADE LOAD (PARM='GRADES', SEE JCL
009530*  MEMBER FLORGRD) AHEAD OF THE END-OF-TERM ROLLOVER. THE MENU'S
009540*  GRADE INQUIRY AND THE TERM GRADE REGISTER READ IT BACK, SO
009550*  THE GRADUATED/WITHDRAWN STATUS DECISIONS THE ROLLOVER ACTS ON
009560*  ARE BACKED BY GRADES THE SYSTEM ITSELF HOLDS. GRADES ARE ON
009570*  THE 1.00 (HIGHEST) TO 5.00 (FAILED) SCALE.
009580*----------------------------------------------------------------
009590 FD  GRADE-FILE
009600     LABEL RECORDS ARE STANDARD.
009610 01  GD-RECORD.
009620     05  GD-SNO            PIC X(30).
009630     05  GD-COURSE-CODE    PIC X(10).
009640     05  GD-TERM           PIC X(06).
009650     05  GD-UNITS          PIC 9(02).
009660     05  GD-GRADE          PIC 9V99.
009670
009680*----------------------------------------------------------------
009690*  GRADE-TRANS - THE REGISTRAR'S TERM GRADE SHEET IN GRADE-FILE
009700*  LAYOUT, ONE RECORD PER STUDENT PER COURSE, APPLIED UNATTENDED
009710*  BY 9300-GRADE-LOAD THE SAME WAY TRANSIN FEEDS
009720*  9800-BATCH-PROCESS.
009730*----------------------------------------------------------------
009740 FD  GRADE-TRANS
009750     LABEL RECORDS ARE STANDARD.
009760 01  GT-RECORD.
009770     05  GT-SNO            PIC X(30).
009780     05  GT-COURSE-CODE    PIC X(10).
009790     05  GT-TERM           PIC X(06).
009800*  UNITS AND GRADE ARRIVE AS CHARACTERS SO A MIS-KEYED SHEET CAN
009810*  BE CLASS-TESTED BEFORE ARITHMETIC TOUCHES IT; THE REDEFINES
009820*  GIVE THE VALIDATED DIGITS THEIR NUMERIC VIEW (GRADE CARRIES
009830*  TWO IMPLIED DECIMALS - "125" IS 1.25).
009840     05  GT-UNITS          PIC X(02).
009850     05  GT-UNITS-NUM REDEFINES GT-UNITS
009860                           PIC 9(02).
009870     05  GT-GRADE          PIC X(03).
009880     05  GT-GRADE-NUM REDEFINES GT-GRADE
009890                           PIC 9V99.
009900
009910*----------------------------------------------------------------
009920*  GRADE-REJECT - EVERY GRADE RECORD 9300-GRADE-LOAD REFUSES, IN
009930*  GRADEIN LAYOUT PLUS A REASON CODE (NOT-FOUND, BAD-UNITS,
009940*  BAD-GRADE, BAD-TERM, BAD-SUBJ, DUPLICATE, UNKNOWN-SUBJ,
009950*  UNITS-DIFFER, NOT-ENROLLED), THE SAME CONVENTION
009960*  AS REJFILE - CORRECT IT AND RESUBMIT IT AS THE NEXT GRADEIN.
009970*----------------------------------------------------------------
009980 FD  GRADE-REJECT
009990     LABEL RECORDS ARE STANDARD.
010000 01  GJ-RECORD.
010010     05  GJ-GRADE-IMAGE    PIC X(51).
010020     05  GJ-REASON         PIC X(12).
010030
010040*----------------------------------------------------------------
010050*  GRADE-SORT - SCRATCH SORT FILE USED BY THE TERM GRADE REGISTER
010060*  TO PRESENT ONE TERM'S GRADES IN COURSE-CODE/STUDENT-NUMBER
010070*  ORDER.
010080*----------------------------------------------------------------
010090 SD  GRADE-SORT.
010100 01  GS-RECORD.
010110     05  GS-COURSE-CODE    PIC X(10).
010120     05  GS-SNO            PIC X(30).
010130     05  GS-UNITS          PIC 9(02).
010140     05  GS-GRADE          PIC 9V99.
010150
010160*----------------------------------------------------------------
010170*  CATALOG-FILE - THE COURSE CATALOG MAINTAINED BY THE
010180*  DEPARTMENT OUTSIDE THIS PROGRAM, LIKE OPERATOR-FILE: COURSE
010190*  CODE, TITLE, AND THE SEAT CAP (ZERO MEANS THE COURSE HAS NO
010200*  CAP). 1600-LOAD-CATALOG READS IT INTO WS-CATALOG AT STARTUP;
010210*  EVERY ADD VALIDATES ITS COURSE AGAINST IT AND AN ADD TO A
010220*  FULL COURSE GOES TO WAITLIST-FILE INSTEAD OF THE DIRECTORY.
010230*  A MISSING CATALOG JUST MEANS THE CHECKS ARE DISABLED, AS THEY
010240*  ALWAYS WERE BEFORE THE CATALOG EXISTED.
010250*----------------------------------------------------------------
010260 FD  CATALOG-FILE
010270     LABEL RECORDS ARE STANDARD.
010280 01  CT-RECORD.
010290     05  CT-CODE           PIC X(20).
010300     05  CT-TITLE          PIC X(30).
010310     05  CT-SEAT-CAP       PIC 9(05).
010320
010330*----------------------------------------------------------------
010340*  SUBJECT-FILE - THE SUBJECT MASTER MAINTAINED BY THE REGISTRAR
010350*  OUTSIDE THIS PROGRAM, LIKE THE COURSE CATALOG: ONE RECORD PER
010360*  SUBJECT CODE WITH ITS DESCRIPTIVE TITLE, OFFICIAL UNITS AND
010370*  OFFERING DEPARTMENT. 1650-LOAD-SUBJECTS READS IT INTO
010380*  WS-SUBJECTS. THE GRADE LOAD REJECTS A SUBJECT NOT ON IT AND
010390*  UNITS THAT DISAGREE WITH IT; THE GRADE REGISTER AND MENU [13]
010400*  SHOW ITS TITLES. A MISSING MASTER JUST MEANS THE CHECKS ARE
010410*  DISABLED, AS THEY ALWAYS WERE BEFORE IT EXISTED.
010420*----------------------------------------------------------------
010430 FD  SUBJECT-FILE
010440     LABEL RECORDS ARE STANDARD.
010450 01  SB-RECORD.
010460     05  SB-CODE           PIC X(10).
010470     05  SB-TITLE          PIC X(30).
010480     05  SB-UNITS          PIC 9(02).
010490     05  SB-DEPT           PIC X(10).
010500
010510*----------------------------------------------------------------
010520*  STUDY-LOAD-FILE - THE TERM STUDY LOAD: ONE RECORD PER STUDENT
010530*  PER SUBJECT PER TERM, KEYED STUDENT/TERM/SUBJECT SO ONE
010540*  STUDENT'S LOAD FOR A TERM IS READ WITH ONE START AND THE GRADE
010550*  LOAD CAN CHECK A SINGLE ENROLLMENT BY KEY. ADDED AND DROPPED
010560*  FROM MENU [26] OR BY TRANSIN CODE "L". THE GRADE LOAD REJECTS
010570*  A GRADE FOR A SUBJECT THE STUDENT IS NOT ENROLLED IN THAT TERM
010580*  (NOT-ENROLLED) AND LISTS THE ENROLLMENTS LEFT WITHOUT A GRADE.
010590*  MENU [27] OR PARM='CLASSLST' PRINTS THE CLASS LISTS AND MENU
010600*  [28] ONE STUDENT'S STUDY-LOAD FORM.
010610*----------------------------------------------------------------
010620 FD  STUDY-LOAD-FILE
010630     LABEL RECORDS ARE STANDARD.
010640 01  SL-RECORD.
010650     05  SL-KEY.
010660         10  SL-SNO        PIC X(30).
010670         10  SL-TERM       PIC X(06).
010680         10  SL-SUBJECT    PIC X(10).
010690     05  SL-DATE-ADDED     PIC 9(08).
010700     05  SL-ADDED-BY       PIC X(08).
010710
010720*----------------------------------------------------------------
010730*  CLASS-SORT - SCRATCH SORT FILE PUTTING ONE TERM'S STUDY LOADS
010740*  INTO SUBJECT/STUDENT ORDER FOR THE CLASS LISTS.
010750*----------------------------------------------------------------
010760 SD  CLASS-SORT.
010770 01  CS-RECORD.
010780     05  CS-SUBJECT        PIC X(10).
010790     05  CS-SNO            PIC X(30).
010800
010810*----------------------------------------------------------------
010820*  CURRICULUM-FILE - WHAT EACH PROGRAM (SM-COURSE) REQUIRES TO
010830*  GRADUATE. ONE RECORD PER REQUIRED SUBJECT, PLUS ONE RECORD
010840*  WITH CU-SUBJECT BLANK CARRYING THE MINIMUM TOTAL UNITS.
010850*  MAINTAINED OUTSIDE THIS PROGRAM LIKE THE CATALOG AND THE
010860*  SUBJECT MASTER. READ BY THE GRADUATION AUDIT (MENU [29] OR
010870*  PARM='GRADAUD') AND BY EVERY STATUS CHANGE TO "G". WITH NO
010880*  CURRICULUM FILE SUPPLIED THE CLEARANCE CHECK IS DISABLED.
010890*----------------------------------------------------------------
010900 FD  CURRICULUM-FILE
010910     LABEL RECORDS ARE STANDARD.
010920 01  CU-RECORD.
010930     05  CU-COURSE         PIC X(20).
010940     05  CU-SUBJECT        PIC X(10).
010950     05  CU-MIN-UNITS      PIC 9(03).
010960
010970*----------------------------------------------------------------
010980*  CLEARANCE-SORT - SCRATCH SORT FILE FOR THE GRADUATION AUDIT.
010990*  ONE RECORD PER CANDIDATE WITH CR-SUBJECT BLANK, SO A
011000*  CANDIDATE WITH NO PASSED SUBJECTS STILL APPEARS, THEN ONE PER
011010*  PASSED GRADE, IN PROGRAM / STUDENT / SUBJECT ORDER.
011020*----------------------------------------------------------------
011030 SD  CLEARANCE-SORT.
011040 01  CR-RECORD.
011050     05  CR-COURSE         PIC X(20).
011060     05  CR-SNO            PIC X(30).
011070     05  CR-SUBJECT        PIC X(10).
011080     05  CR-UNITS          PIC 9(02).
011090
011100*----------------------------------------------------------------
011110*  GRANT-FILE - SCHOLARSHIPS, EMPLOYEE-DEPENDENT DISCOUNTS AND
011120*  SPONSORED GRANTS: ONE RECORD PER GRANT PER STUDENT PER TERM,
011130*  EITHER A PERCENTAGE OF THE GROSS FEE (GN-BASIS "P") OR A
011140*  FIXED AMOUNT ("F"). MAINTAINED BY THE REGISTRAR OUTSIDE THIS
011150*  PROGRAM LIKE THE FEE SCHEDULE. THE ASSESSMENT RUN APPLIES
011160*  EACH GRANT TO THE STUDENT'S GROSS FEE IN FILE ORDER, NEVER
011170*  PAST THE GROSS, AND REWRITES THE RECORD WITH THE AMOUNT IT
011180*  TOOK OFF IN GN-APPLIED. A GRANT NAMING A SPONSOR IS BILLED TO
011190*  THE SPONSOR (MENU [30] OR PARM='SPONSOR'); ONE WITH THE
011200*  SPONSOR BLANK IS BORNE BY THE SCHOOL.
011210*----------------------------------------------------------------
011220 FD  GRANT-FILE
011230     LABEL RECORDS ARE STANDARD.
011240 01  GN-RECORD.
011250     05  GN-SNO            PIC X(30).
011260     05  GN-TERM           PIC X(06).
011270     05  GN-TYPE           PIC X(01).
011280         88  GN-SCHOLARSHIP                VALUE "S".
011290         88  GN-DEPENDENT                  VALUE "E".
011300         88  GN-GOVERNMENT                 VALUE "G".
011310         88  GN-DISCOUNT                   VALUE "D".
011320         88  GN-TYPE-VALID                 VALUE "S" "E" "G" "D".
011330     05  GN-SPONSOR        PIC X(20).
011340     05  GN-BASIS          PIC X(01).
011350         88  GN-BY-PERCENT                 VALUE "P".
011360         88  GN-BY-AMOUNT                  VALUE "F".
011370     05  GN-PERCENT        PIC 9(03)V99.
011380     05  GN-AMOUNT         PIC 9(07)V99.
011390     05  GN-APPLIED        PIC 9(07)V99.
011400
011410*----------------------------------------------------------------
011420*  SPONSOR-SORT - SCRATCH SORT FILE PUTTING ONE TERM'S APPLIED
011430*  SPONSORED GRANTS INTO SPONSOR/STUDENT ORDER FOR THE SPONSOR
011440*  BILLING REPORT.
011450*----------------------------------------------------------------
011460 SD  SPONSOR-SORT.
011470 01  SP-RECORD.
011480     05  SP-SPONSOR        PIC X(20).
011490     05  SP-SNO            PIC X(30).
011500     05  SP-TYPE           PIC X(01).
011510     05  SP-BASIS          PIC X(01).
011520     05  SP-PERCENT        PIC 9(03)V99.
011530     05  SP-APPLIED        PIC 9(07)V99.
011540
011550*----------------------------------------------------------------
011560*  SMS-FILE - THE NIGHTLY OUTBOUND FILE FOR THE CAMPUS SMS
011570*  GATEWAY (PARM='NOTIFY', SEE JCL MEMBER FLORSMS). ONE FIXED-
011580*  LAYOUT MESSAGE PER NOTICE: THE MOBILE NUMBER TO SEND TO, THE
011590*  MESSAGE TYPE AND THE TEXT. REWRITTEN WHOLE EVERY RUN.
011600*----------------------------------------------------------------
011610 FD  SMS-FILE
011620     LABEL RECORDS ARE STANDARD.
011630 01  NT-RECORD.
011640     05  NT-MOBILE         PIC X(11).
011650     05  NT-TYPE           PIC X(08).
011660         88  NT-WAITLIST                   VALUE "WAITLIST".
011670         88  NT-BALANCE                    VALUE "BALANCE".
011680         88  NT-STATUS                     VALUE "STATUS".
011690     05  NT-TEXT           PIC X(160).
011700
011710*----------------------------------------------------------------
011720*  SMS-CONTROL-FILE - THE NOTIFICATION RUN'S OWN CONTROL RECORD,
011730*  KEPT APART FROM THE DELTA EXTRACT'S HIWATER SO THE TWO RUNS
011740*  NEVER MOVE EACH OTHER'S MARK: THE JOURNAL STAMP OF THE LAST
011750*  ENTRY THE PREVIOUS RUN COVERED, THE BALANCE DUE DATE IN
011760*  FORCE, AND THE DUE DATE BALANCE REMINDERS LAST WENT OUT FOR.
011770*  ONE RECORD, DISPLAY PICTURES, REWRITTEN AT THE END OF EVERY
011780*  COMPLETE RUN - THE SAME CONVENTION AS HIWATER-FILE.
011790*----------------------------------------------------------------
011800 FD  SMS-CONTROL-FILE
011810     LABEL RECORDS ARE STANDARD.
011820 01  NC-RECORD.
011830     05  NC-HWM-DATE       PIC 9(08).
011840     05  NC-HWM-TIME       PIC 9(08).
011850     05  NC-DUE-DATE       PIC 9(08).
011860     05  NC-BAL-DATE       PIC 9(08).
011870
011880*----------------------------------------------------------------
011890*  MASTER-IMAGE, GRADE-IMAGE, ASSESS-IMAGE, WAITLIST-IMAGE - THE
011900*  POINT-IN-TIME COPIES THE BACKUP RUN (PARM='BACKUP', SEE JCL
011910*  MEMBER FLORBKP) TAKES OF THE MASTER, GRADE-FILE, ASSESS-FILE
011920*  AND WAITLIST-FILE, EACH A NEW GENERATION, RECORD FOR RECORD
011930*  IN THE LIVE FILE'S OWN LAYOUT. THE MASTER IMAGE IS IN KEY
011940*  ORDER, SO THE REBUILD RESTORES IT WITH KEYED WRITES.
011950*----------------------------------------------------------------
011960 FD  MASTER-IMAGE
011970     LABEL RECORDS ARE STANDARD.
011980 01  MI-RECORD             PIC X(116).
011990
012000 FD  GRADE-IMAGE
012010     LABEL RECORDS ARE STANDARD.
012020 01  GI-RECORD             PIC X(51).
012030
012040 FD  ASSESS-IMAGE
012050     LABEL RECORDS ARE STANDARD.
012060 01  AI-RECORD             PIC X(92).
012070
012080 FD  WAITLIST-IMAGE
012090     LABEL RECORDS ARE STANDARD.
012100 01  WI-RECORD             PIC X(108).
012110
012120*----------------------------------------------------------------
012130*  BACKUP-CONTROL - ONE RECORD WRITTEN WITH EACH SET OF IMAGES,
012140*  AFTER THE LAST ONE IS CLOSED: THE BACKUP STAMP (THE SAME
012150*  DATE/TIME SHAPE THE JOURNAL CARRIES) AND, FOR EACH FILE
012160*  COPIED - MASTER, GRADES, ASSESSMENTS, WAITLIST, IN THAT
012170*  ORDER - ITS NAME, RECORD COUNT AND THE LOWEST AND HIGHEST
012180*  STUDENT NUMBER ON IT. THE REBUILD TRUSTS A MASTER IMAGE ONLY
012190*  WHEN IT AGREES WITH THIS RECORD; THE VERIFICATION REPORT
012200*  (PARM='BKVERIFY') SETS IT AGAINST THE IMAGES AND THE LIVE
012210*  FILES. DISPLAY PICTURES - THE SAME CONVENTION AS HIWATER-FILE.
012220*----------------------------------------------------------------
012230 FD  BACKUP-CONTROL
012240     LABEL RECORDS ARE STANDARD.
012250 01  BK-RECORD.
012260     05  BK-DATE           PIC 9(08).
012270     05  BK-TIME           PIC 9(08).
012280     05  BK-FILE-ENTRY     OCCURS 4 TIMES.
012290         10  BK-FILE-NAME  PIC X(08).
012300         10  BK-COUNT      PIC 9(07).
012310         10  BK-LOW-KEY    PIC X(30).
012320         10  BK-HIGH-KEY   PIC X(30).
012330
012340*----------------------------------------------------------------
012350*  JOURNAL-HISTORY - EVERY CLOSED JOURNAL GENERATION, OLDEST
012360*  FIRST. AT EACH BACKUP THE LIVE JOURNAL IS APPENDED HERE AND
012370*  STARTED OVER EMPTY, SO THE CHANGE HISTORY (MENU [10]), THE
012380*  NUMBER-CHANGE CHAIN, THE SMS AND DELTA EXTRACT SCANS AND A
012390*  REBUILD WITH NO USABLE IMAGE READ THIS FILE FIRST AND JOURNAL-
012400*  FILE AFTER IT (8700). SAME LAYOUT AS JL-RECORD.
012410*----------------------------------------------------------------
012420 FD  JOURNAL-HISTORY
012430     LABEL RECORDS ARE STANDARD.
012440 01  JH-RECORD             PIC X(241).
012450
012460*----------------------------------------------------------------
012470*  WAITLIST-FILE - ENROLLEES WHOSE COURSE WAS AT ITS SEAT CAP AT
012480*  ADD TIME, HELD IN ARRIVAL (FIFO) ORDER. WHEN A DELETE OR A
012490*  WITHDRAWAL FREES A SEAT, 3400-PROMOTE-FROM-WAITLIST MOVES THE
012500*  FIRST ENTRY FOR THAT COURSE INTO THE DIRECTORY. SAME SHAPE AS
012510*  OV-RECORD.
012520*----------------------------------------------------------------
012530 FD  WAITLIST-FILE
012540     LABEL RECORDS ARE STANDARD.
012550 01  WL-RECORD.
012560     05  WL-SNO            PIC X(30).
012570     05  WL-FULLNAME       PIC X(30).
012580     05  WL-COURSE         PIC X(20).
012590     05  WL-CONTACT-INFO.
012600         10  WL-MOBILE     PIC X(11).
012610         10  WL-LANDLINE   PIC X(08).
012620     05  WL-AGE            PIC 99.
012630     05  WL-STATUS         PIC X(01).
012640     05  WL-STATUS-TERM    PIC X(06).
012650
012660*----------------------------------------------------------------
012670*  WAITLIST-WORK - SCRATCH FILE FOR REWRITING WAITLIST-FILE
012680*  WITHOUT THE ENTRY A PROMOTION JUST PLACED (OR A REDUNDANT
012690*  ENTRY WHOSE NUMBER CAME BACK ON FILE), THE SAME PATTERN AS
012700*  OVERFLOW-WORK.
012710*----------------------------------------------------------------
012720 FD  WAITLIST-WORK
012730     LABEL RECORDS ARE STANDARD.
012740 01  WW-RECORD             PIC X(108).
012750
012760*----------------------------------------------------------------
012770*  FEE-FILE - THE PER-COURSE TUITION FEE SCHEDULE MAINTAINED BY
012780*  THE REGISTRAR OUTSIDE THIS PROGRAM, LIKE THE COURSE CATALOG:
012790*  COURSE CODE AND THE ASSESSMENT AMOUNT FOR ONE TERM IN THAT
012800*  COURSE. READ BY THE TUITION ASSESSMENT RUN (PARM='ASSESS',
012810*  SEE JCL MEMBER FLORBIL).
012820*----------------------------------------------------------------
012830 FD  FEE-FILE
012840     LABEL RECORDS ARE STANDARD.
012850 01  FE-RECORD.
012860     05  FE-COURSE         PIC X(20).
012870     05  FE-AMOUNT         PIC 9(07)V99.
012880
012890*----------------------------------------------------------------
012900*  ASSESS-FILE - ONE TUITION ASSESSMENT PER ACTIVE STUDENT PER
012910*  TERM, WRITTEN BY THE ASSESSMENT RUN (PARM='ASSESS') AFTER THE
012920*  FLORBAT LOAD. PAYMENTS POSTED THROUGH TRANSIN (CODE "P") ADD
012930*  TO AS-PAID IN PLACE; THE OUTSTANDING-BALANCE REPORT (MENU
012940*  [16] OR PARM='BILLRPT') TOTALS GROSS, DISCOUNTS, NET DUE,
012950*  PAID AND BALANCE BY COURSE AND IN ALL. AS-AMOUNT IS THE NET
012960*  AMOUNT DUE - THE GROSS FEE (AS-GROSS) LESS THE GRANTS APPLIED
012970*  (AS-DISCOUNT) - AND IS WHAT PAYMENTS ARE POSTED AGAINST.
012980*----------------------------------------------------------------
012990 FD  ASSESS-FILE
013000     LABEL RECORDS ARE STANDARD.
013010 01  AS-RECORD.
013020     05  AS-SNO            PIC X(30).
013030     05  AS-COURSE         PIC X(20).
013040     05  AS-TERM           PIC X(06).
013050     05  AS-AMOUNT         PIC 9(07)V99.
013060     05  AS-PAID           PIC 9(07)V99.
013070     05  AS-GROSS          PIC 9(07)V99.
013080     05  AS-DISCOUNT       PIC 9(07)V99.
013090
013100*----------------------------------------------------------------
013110*  PAYMENT-LEDGER - ONE ENTRY PER PAYMENT POSTED THROUGH TRANSIN
013120*  (CODE "P") AND ONE PER REVERSAL (CODE "V"), APPENDED AS EACH
013130*  POSTS SO AS-PAID ON ASSESS-FILE ALWAYS HAS ITS RECEIPTS
013140*  BEHIND IT. A REVERSAL CARRIES THE OFFICIAL RECEIPT NUMBER OF
013150*  THE PAYMENT IT BACKS OUT; A RECEIPT WITH A "V" ENTRY ON FILE
013160*  IS VOID. THE DAILY COLLECTION REPORT (MENU [23] OR PARM=
013170*  'COLLECT') AND THE BALANCE REPORT'S PAYMENT HISTORY READ IT.
013180*----------------------------------------------------------------
013190 FD  PAYMENT-LEDGER
013200     LABEL RECORDS ARE STANDARD.
013210 01  PL-RECORD.
013220     05  PL-SNO            PIC X(30).
013230     05  PL-TERM           PIC X(06).
013240     05  PL-COURSE         PIC X(20).
013250     05  PL-OR-NO          PIC X(12).
013260     05  PL-TYPE           PIC X(01).
013270         88  PL-IS-PAYMENT                    VALUE "P".
013280         88  PL-IS-REVERSAL                   VALUE "V".
013290     05  PL-AMOUNT         PIC 9(07)V99.
013300     05  PL-DATE           PIC 9(08).
013310     05  PL-TIME           PIC 9(08).
013320     05  PL-USER-ID        PIC X(08).
013330
013340*----------------------------------------------------------------
013350*  PAYMENT-SORT - SCRATCH SORT FILE FOR THE LEDGER REPORTS. THE
013360*  COLLECTION REPORT SORTS LEDGER ENTRIES BY DATE/COURSE/RECEIPT;
013370*  THE BALANCE REPORT'S PAYMENT HISTORY SORTS ASSESSMENTS (KIND
013380*  "A") AND LEDGER ENTRIES (KIND "L") TOGETHER BY COURSE/
013390*  STUDENT/TERM SO EACH BALANCE PRINTS WITH ITS RECEIPTS UNDER
013400*  IT. A REVERSAL CARRIES A NEGATIVE AMOUNT.
013410*----------------------------------------------------------------
013420 SD  PAYMENT-SORT.
013430 01  PS-RECORD.
013440     05  PS-COURSE         PIC X(20).
013450     05  PS-SNO            PIC X(30).
013460     05  PS-TERM           PIC X(06).
013470     05  PS-KIND           PIC X(01).
013480     05  PS-DATE           PIC 9(08).
013490     05  PS-TIME           PIC 9(08).
013500     05  PS-OR-NO          PIC X(12).
013510     05  PS-TYPE           PIC X(01).
013520     05  PS-AMOUNT         PIC S9(07)V99.
013530     05  PS-PAID           PIC 9(07)V99.
013540     05  PS-USER-ID        PIC X(08).
013550
013560*----------------------------------------------------------------
013570*  HOLD-FILE - HOLDS PLACED ON A STUDENT BY AN OFFICE (LIBRARY
013580*  BOOKS OUT, AN UNPAID PRIOR-TERM BALANCE, A DISCIPLINARY CASE,
013590*  MISSING REGISTRAR DOCUMENTS), KEYED BY STUDENT NUMBER SO EVERY
013600*  HOLD ON ONE STUDENT IS READ WITH ONE START. A HOLD IS ACTIVE
013610*  UNTIL HD-DATE-RELEASED IS FILLED IN; A RELEASED HOLD STAYS ON
013620*  FILE AS HISTORY. AN ACTIVE HOLD REFUSES THE ENROLLMENT LETTER,
013630*  RE-ADMISSION, A STATUS CHANGE TO "G" AND THE TRANSCRIPT, AND
013640*  EACH REFUSAL NAMES THE HOLD. PLACED AND RELEASED FROM MENU
013650*  [24] (SUPERVISOR) OR BY TRANSIN CODES "H" AND "U"; MENU [25]
013660*  OR PARM='HOLDRPT' LISTS THE ACTIVE HOLDS BY OFFICE.
013670*----------------------------------------------------------------
013680 FD  HOLD-FILE
013690     LABEL RECORDS ARE STANDARD.
013700 01  HD-RECORD.
013710     05  HD-KEY.
013720         10  HD-SNO        PIC X(30).
013730         10  HD-TYPE       PIC X(03).
013740             88  HD-TYPE-VALID   VALUE "LIB" "FIN" "DSC" "REG".
013750         10  HD-OFFICE     PIC X(10).
013760         10  HD-DATE-PLACED
013770                           PIC 9(08).
013780         10  HD-TIME-PLACED
013790                           PIC 9(08).
013800     05  HD-DATE-RELEASED  PIC 9(08).
013810         88  HD-ACTIVE                       VALUE ZERO.
013820     05  HD-PLACED-BY      PIC X(08).
013830     05  HD-RELEASED-BY    PIC X(08).
013840     05  HD-REMARK         PIC X(30).
013850
013860*----------------------------------------------------------------
013870*  HOLD-SORT - SCRATCH SORT FILE PUTTING THE ACTIVE HOLDS INTO
013880*  OFFICE/TYPE/STUDENT ORDER FOR THE HOLDS REPORT.
013890*----------------------------------------------------------------
013900 SD  HOLD-SORT.
013910 01  HS-RECORD.
013920     05  HS-OFFICE         PIC X(10).
013930     05  HS-TYPE           PIC X(03).
013940     05  HS-SNO            PIC X(30).
013950     05  HS-DATE-PLACED    PIC 9(08).
013960     05  HS-PLACED-BY      PIC X(08).
013970     05  HS-REMARK         PIC X(30).
013980
013990*----------------------------------------------------------------
014000*  DELTA-FILE - THE REGISTRAR'S CHANGES-SINCE-LAST-RUN EXTRACT
014010*  (PARM='DELTA', SEE JCL MEMBER FLORDLT). ONE COMMA-DELIMITED
014020*  LINE PER STUDENT CHANGED SINCE THE HIGH-WATER MARK, TAGGED
014030*  WITH THE ACTION (ADD/EDIT/DELETE/STATUS), CLOSED OUT BY A "T"
014040*  TRAILER CARRYING RECORD COUNTS SO THE REGISTRAR'S LOAD CAN
014050*  VERIFY IT GOT THE WHOLE FILE.
014060*----------------------------------------------------------------
014070 FD  DELTA-FILE
014080     LABEL RECORDS ARE STANDARD.
014090 01  DELTA-RECORD              PIC X(132).
014100
014110*----------------------------------------------------------------
014120*  HIWATER-FILE - THE REMEMBERED HIGH-WATER MARK BETWEEN DELTA
014130*  EXTRACTS: THE JOURNAL STAMP OF THE LAST ENTRY THE PREVIOUS
014140*  EXTRACT COVERED. ONE RECORD, DISPLAY PICTURES, REWRITTEN AT
014150*  THE END OF EVERY SUCCESSFUL EXTRACT - THE SAME EYEBALLABLE
014160*  ONE-RECORD CONVENTION AS RESTART-FILE. MISSING OR EMPTY MEANS
014170*  NO EXTRACT HAS EVER BEEN CUT AND THE WHOLE JOURNAL QUALIFIES.
014180*----------------------------------------------------------------
014190 FD  HIWATER-FILE
014200     LABEL RECORDS ARE STANDARD.
014210 01  HW-RECORD.
014220     05  HW-DATE           PIC 9(08).
014230     05  HW-TIME           PIC 9(08).
014240
014250*----------------------------------------------------------------
014260*  SESSION-FILE - APPEND-ONLY TERMINAL SESSION LOG: ONE "O"
014270*  RECORD WHEN AN OPERATOR SIGNS ON, ONE "C" WHEN THEIR SESSION
014280*  ENDS. OPENS MINUS CLOSES IS THE NUMBER OF TERMINAL SESSIONS
014290*  LIVE RIGHT NOW - THE MASTER-WRITING BATCH RUNS (FLORBAT AND
014300*  FRIENDS) REFUSE TO START WHILE THAT COUNT IS ABOVE ZERO. AN
014310*  OPERATOR WHOSE LAST SESSION DIED WITHOUT A "C" GETS ONE
014320*  WRITTEN FOR THEM THE NEXT TIME THEY SIGN ON.
014330*----------------------------------------------------------------
014340 FD  SESSION-FILE
014350     LABEL RECORDS ARE STANDARD.
014360 01  TL-RECORD.
014370     05  TL-USER-ID        PIC X(08).
014380     05  TL-ACTION         PIC X(01).
014390         88  TL-IS-OPEN                       VALUE "O".
014400         88  TL-IS-CLOSE                      VALUE "C".
014410     05  TL-DATE           PIC 9(08).
014420     05  TL-TIME           PIC 9(08).
014430
014440*----------------------------------------------------------------
014450*  LETTER-REQS - THE LIST OF STUDENT NUMBERS WANTING ENROLLMENT
014460*  VERIFICATION LETTERS, ONE PER RECORD, FED TO THE LETTER RUN
014470*  (PARM='LETTERS', SEE JCL MEMBER FLORLTR). THE LETTERS PRINT
014480*  TO REPORT-FILE, ONE PAGE EACH.
014490*----------------------------------------------------------------
014500 FD  LETTER-REQS
014510     LABEL RECORDS ARE STANDARD.
014520 01  LR-RECORD.
014530     05  LR-SNO            PIC X(30).
014540
014550*----------------------------------------------------------------
014560*  STANDING-FILE - ONE ACADEMIC STANDING RECORD PER STUDENT PER
014570*  TERM, WRITTEN BY THE END-OF-TERM STANDING RUN (PARM=
014580*  'STANDING', SEE JCL MEMBER FLORSTD) FROM THE TERM AND
014590*  CUMULATIVE UNIT-WEIGHTED GPA ON GRADE-FILE. CUMULATIVE, LIKE
014600*  GRADE-FILE - EVERY TERM'S STANDING STAYS ON FILE, AND MENU
014610*  [13] PLAYS IT BACK WITH THE GRADES.
014620*----------------------------------------------------------------
014630 FD  STANDING-FILE
014640     LABEL RECORDS ARE STANDARD.
014650 01  ST-RECORD.
014660     05  ST-SNO            PIC X(30).
014670     05  ST-TERM           PIC X(06).
014680     05  ST-COURSE         PIC X(20).
014690     05  ST-TERM-UNITS     PIC 9(03).
014700     05  ST-TERM-GPA       PIC 9V99.
014710     05  ST-CUM-UNITS      PIC 9(04).
014720     05  ST-CUM-GPA        PIC 9V99.
014730     05  ST-STANDING       PIC X(01).
014740         88  ST-DEANS-LIST                    VALUE "D".
014750         88  ST-GOOD-STANDING                 VALUE "G".
014760         88  ST-PROBATION                     VALUE "P".
014770         88  ST-DISMISSAL                     VALUE "X".
014780     05  ST-RUN-DATE       PIC 9(08).
014790
014800*----------------------------------------------------------------
014810*  STANDING-SORT - SCRATCH SORT FILE USED BY THE STANDING RUN TO
014820*  PRINT ITS LISTS IN LIST/COURSE/STUDENT-NUMBER ORDER. SS-LIST
014830*  CARRIES THE STANDING CODE, SO "D" (DEAN'S LIST) PRINTS FIRST,
014840*  THEN "P" (PROBATION), THEN "X" (DISMISSAL CANDIDATES).
014850*----------------------------------------------------------------
014860 SD  STANDING-SORT.
014870 01  SS-RECORD.
014880     05  SS-LIST           PIC X(01).
014890     05  SS-COURSE         PIC X(20).
014900     05  SS-SNO            PIC X(30).
014910     05  SS-FULLNAME       PIC X(30).
014920     05  SS-TERM-UNITS     PIC 9(03).
014930     05  SS-TERM-GPA       PIC 9V99.
014940     05  SS-CUM-GPA        PIC 9V99.
014950
014960*----------------------------------------------------------------
014970*  TRANSCRIPT-REQS - THE LIST OF STUDENT NUMBERS WANTING AN
014980*  OFFICIAL TRANSCRIPT OF RECORDS, ONE PER RECORD, FED TO THE
014990*  TRANSCRIPT RUN (PARM='TRANSCPT', SEE JCL MEMBER FLORTOR) THE
015000*  WAY LETTERIN FEEDS THE LETTER RUN. AN ALUMNUS ON THE ARCHIVE,
015010*  OR A NUMBER SINCE CORRECTED, IS ASKED FOR THE SAME WAY.
015020*----------------------------------------------------------------
015030 FD  TRANSCRIPT-REQS
015040     LABEL RECORDS ARE STANDARD.
015050 01  TQ-RECORD.
015060     05  TQ-SNO            PIC X(30).
015070
015080*----------------------------------------------------------------
015090*  TRANSCRIPT-SORT - SCRATCH SORT FILE PUTTING ONE STUDENT'S
015100*  GRADE-FILE ENTRIES (UNDER EVERY NUMBER THE RECORD HAS
015110*  CARRIED) INTO TERM/SUBJECT ORDER FOR THE TRANSCRIPT. TERMS ARE
015120*  YYYYMM, SO ASCENDING IS CHRONOLOGICAL.
015130*----------------------------------------------------------------
015140 SD  TRANSCRIPT-SORT.
015150 01  TS-RECORD.
015160     05  TS-TERM           PIC X(06).
015170     05  TS-COURSE-CODE    PIC X(10).
015180     05  TS-UNITS          PIC 9(02).
015190     05  TS-GRADE          PIC 9V99.
015200
015210 WORKING-STORAGE SECTION.
015220*----------------------------------------------------------------
015230*  SWITCHES AND MISCELLANEOUS COUNTERS
015240*----------------------------------------------------------------
015250 77  CHOICE                PIC 99.
015260 77  WS-CHOICE-ENTRY       PIC X(02).
015270 77  EXITED                PIC 9             VALUE 0.
015280 77  SEARCHNUM             PIC X(30).
015290 77  j                     PIC 9(05)         COMP.
015300 77  WS-MAX-STUDENTS       PIC 9(05)         COMP VALUE 500.
015310 77  WS-MAX-CHOICE         PIC 99            VALUE 30.
015320*  SLOT 1 OF WS-COURSE-ENTRY IS A PRE-SEEDED BLANK PLACEHOLDER
015330*  (THE SAME ODO-MINIMUM-1 WORKAROUND USED FOR student-info), SO
015340*  THE CEILING IS SET ONE HIGHER THAN THE 50 DISTINCT COURSES
015350*  ACTUALLY WANTED, LEAVING SLOT 1 FOR THE PLACEHOLDER.
015360 77  WS-MAX-COURSES        PIC 9(03)         COMP VALUE 51.
015370 77  WS-CRS-DISP-LEN       PIC 9(02)         COMP.
015380 77  WS-CRS-TALLY-ED       PIC ZZZZ9.
015390 77  SEARCHTEXT            PIC X(30).
015400 77  WS-SEARCH-LEN         PIC 9(02)         COMP.
015410 77  WS-MATCH-COUNT        PIC 9(05)         COMP.
015420 77  WS-TEXT-HITS          PIC 9(05)         COMP.
015430 77  WS-CSV-AGE-ED         PIC Z9.
015440 77  WS-CSV-ROWS           PIC 9(05)         COMP.
015450 77  WS-CSV-FIELD          PIC X(30).
015460 77  WS-CSV-LEN            PIC 9(02)         COMP.
015470 77  WS-CSV-PTR            PIC 9(03)         COMP.
015480 77  WS-MIN-AGE            PIC 9(02)         VALUE 15.
015490 77  WS-MAX-AGE            PIC 9(02)         VALUE 99.
015500 77  WS-AGE-ENTRY          PIC X(02).
015510 77  WS-AGE-NUM            PIC 99.
015520 77  WS-MOBILE-ENTRY       PIC X(11).
015530 77  WS-LANDLINE-ENTRY     PIC X(08).
015540*  REASON CODE FOR THE TRANSACTION IN HAND - SPACES MEANS IT
015550*  PASSED VALIDATION; ANYTHING ELSE IS WRITTEN TO REJECT-FILE.
015560 77  WS-TX-REASON          PIC X(12).
015570 77  WS-TRANS-READ         PIC 9(05)         COMP.
015580 77  WS-SKIP-COUNT         PIC 9(05)         COMP.
015590 77  WS-SINCE-CHECKPOINT   PIC 9(03)         COMP.
015600 77  WS-CHECKPOINT-EVERY   PIC 9(03)         COMP VALUE 100.
015610*  ACTION CODE THE NEXT 5200-LOG-CHANGE JOURNAL ENTRY CARRIES -
015620*  "A" ADD, "E" EDIT, "D" DELETE, "R" REINSTATE.
015630 77  WS-JL-ACTION          PIC X(01).
015640 77  WS-HIST-COUNT         PIC 9(05)         COMP.
015650 77  WS-RPT-LINES-PER-PAGE PIC 9(02)         COMP VALUE 55.
015660 77  WS-RPT-LINE-COUNT     PIC 9(02)         COMP.
015670 77  WS-RPT-PAGE-NO        PIC 9(03)         COMP.
015680 77  WS-PREV-COURSE        PIC X(20).
015690 77  WS-CRS-SUB-TALLY      PIC 9(05)         COMP.
015700 77  WS-RPT-GRAND-TALLY    PIC 9(05)         COMP.
015710 77  WS-RPT-DATE-RAW       PIC 9(08).
015720*  BALANCED-LINE KEYS FOR THE RECONCILIATION RUN - HIGH-VALUES
015730*  MARKS THAT SIDE EXHAUSTED.
015740 77  WS-RECON-OURS-KEY     PIC X(30).
015750 77  WS-RECON-THEIRS-KEY   PIC X(30).
015760
015770 01  WS-RECON-TOTALS.
015780     05  WS-REC-MATCHED        PIC 9(05)     COMP VALUE 0.
015790     05  WS-REC-OURS-ONLY      PIC 9(05)     COMP VALUE 0.
015800     05  WS-REC-THEIRS-ONLY    PIC 9(05)     COMP VALUE 0.
015810     05  WS-REC-MISMATCH       PIC 9(05)     COMP VALUE 0.
015820
015830 01  WS-FLAGS.
015840     05  WS-FS-STUDENT-MASTER  PIC X(02)     VALUE "00".
015850         88  FS-OK                           VALUE "00".
015860         88  FS-END-OF-FILE                  VALUE "10".
015870         88  FS-NOT-FOUND                     VALUE "35".
015880     05  WS-FS-OVERFLOW        PIC X(02)     VALUE "00".
015890     05  WS-FS-DELETED         PIC X(02)     VALUE "00".
015900     05  WS-FS-TRANS           PIC X(02)     VALUE "00".
015910     05  WS-FS-CSV             PIC X(02)     VALUE "00".
015920     05  WS-FS-OVRWORK         PIC X(02)     VALUE "00".
015930     05  WS-FS-REJECT          PIC X(02)     VALUE "00".
015940     05  WS-FS-RESTART         PIC X(02)     VALUE "00".
015950     05  WS-FS-JOURNAL         PIC X(02)     VALUE "00".
015960     05  WS-FS-REPORT          PIC X(02)     VALUE "00".
015970     05  WS-FS-EXTRACT         PIC X(02)     VALUE "00".
015980     05  WS-FS-OPERATOR        PIC X(02)     VALUE "00".
015990     05  WS-FS-ARCHIVE         PIC X(02)     VALUE "00".
016000     05  WS-FS-GRADE           PIC X(02)     VALUE "00".
016010     05  WS-FS-GRADEIN         PIC X(02)     VALUE "00".
016020     05  WS-FS-GRDREJ          PIC X(02)     VALUE "00".
016030     05  WS-GRADE-EOF-SW       PIC X(01)     VALUE "N".
016040         88  WS-GRADE-EOF                     VALUE "Y".
016050     05  WS-GRADEIN-EOF-SW     PIC X(01)     VALUE "N".
016060         88  WS-GRADEIN-EOF                   VALUE "Y".
016070     05  WS-FS-CATALOG         PIC X(02)     VALUE "00".
016080     05  WS-FS-WAITLIST        PIC X(02)     VALUE "00".
016090     05  WS-FS-WLWORK          PIC X(02)     VALUE "00".
016100     05  WS-CAT-EOF-SW         PIC X(01)     VALUE "N".
016110         88  WS-CAT-EOF                       VALUE "Y".
016120     05  WS-WL-EOF-SW          PIC X(01)     VALUE "N".
016130         88  WS-WL-EOF                        VALUE "Y".
016140     05  WS-COURSE-OK-SW       PIC X(01)     VALUE "N".
016150         88  WS-COURSE-OK                     VALUE "Y".
016160     05  WS-COURSE-FULL-SW     PIC X(01)     VALUE "N".
016170         88  WS-COURSE-FULL                   VALUE "Y".
016180     05  WS-SEAT-EOF-SW        PIC X(01)     VALUE "N".
016190         88  WS-SEAT-EOF                      VALUE "Y".
016200     05  WS-WL-PROMOTED-SW     PIC X(01)     VALUE "N".
016210         88  WS-WL-PROMOTED                   VALUE "Y".
016220     05  WS-WL-CHANGED-SW      PIC X(01)     VALUE "N".
016230         88  WS-WL-CHANGED                    VALUE "Y".
016240     05  WS-FS-FEE             PIC X(02)     VALUE "00".
016250     05  WS-FS-ASSESS          PIC X(02)     VALUE "00".
016260     05  WS-FEE-EOF-SW         PIC X(01)     VALUE "N".
016270         88  WS-FEE-EOF                       VALUE "Y".
016280     05  WS-ASSESS-EOF-SW      PIC X(01)     VALUE "N".
016290         88  WS-ASSESS-EOF                    VALUE "Y".
016300     05  WS-PAY-FOUND-SW       PIC X(01)     VALUE "N".
016310         88  WS-PAY-FOUND                     VALUE "Y".
016320     05  WS-FS-DELTA           PIC X(02)     VALUE "00".
016330     05  WS-FS-HIWATER         PIC X(02)     VALUE "00".
016340     05  WS-DELTA-FULL-SW      PIC X(01)     VALUE "N".
016350         88  WS-DELTA-FULL                    VALUE "Y".
016360     05  WS-FS-SESSION         PIC X(02)     VALUE "00".
016370     05  WS-SESS-EOF-SW        PIC X(01)     VALUE "N".
016380         88  WS-SESS-EOF                      VALUE "Y".
016390     05  WS-SESSION-OPEN-SW    PIC X(01)     VALUE "N".
016400         88  WS-SESSION-OPEN                  VALUE "Y".
016410     05  WS-ABORT-SW           PIC X(01)     VALUE "N".
016420         88  WS-STARTUP-ABORTED               VALUE "Y".
016430     05  WS-MASTER-FOUND-SW    PIC X(01)     VALUE "N".
016440         88  WS-MASTER-FOUND                  VALUE "Y".
016450     05  WS-REC-BUSY-SW        PIC X(01)     VALUE "N".
016460         88  WS-REC-BUSY                      VALUE "Y".
016470     05  WS-STU-FOUND-SW       PIC X(01)     VALUE "N".
016480         88  WS-STU-FOUND                     VALUE "Y".
016490     05  WS-FS-LETTERIN        PIC X(02)     VALUE "00".
016500     05  WS-LTR-EOF-SW         PIC X(01)     VALUE "N".
016510         88  WS-LTR-EOF                       VALUE "Y".
016520     05  WS-LETTER-OK-SW       PIC X(01)     VALUE "N".
016530         88  WS-LETTER-OK                     VALUE "Y".
016540     05  WS-ARC-EOF-SW         PIC X(01)     VALUE "N".
016550         88  WS-ARC-EOF                       VALUE "Y".
016560     05  WS-ARC-FOUND-SW       PIC X(01)     VALUE "N".
016570         88  WS-ARC-FOUND                     VALUE "Y".
016580     05  WS-OPER-EOF-SW        PIC X(01)     VALUE "N".
016590         88  WS-OPER-EOF                      VALUE "Y".
016600     05  WS-SIGNON-OK-SW       PIC X(01)     VALUE "N".
016610         88  WS-SIGNON-OK                     VALUE "Y".
016620     05  WS-EXT-EOF-SW         PIC X(01)     VALUE "N".
016630         88  WS-EXT-EOF                       VALUE "Y".
016640     05  WS-EOF-SW             PIC X(01)     VALUE "N".
016650         88  WS-EOF                          VALUE "Y".
016660     05  WS-SORT-EOF-SW        PIC X(01)     VALUE "N".
016670         88  WS-SORT-EOF                     VALUE "Y".
016680     05  WS-TRANS-EOF-SW       PIC X(01)     VALUE "N".
016690         88  WS-TRANS-EOF                     VALUE "Y".
016700     05  WS-OVF-EOF-SW         PIC X(01)     VALUE "N".
016710         88  WS-OVF-EOF                       VALUE "Y".
016720     05  WS-DEL-EOF-SW         PIC X(01)     VALUE "N".
016730         88  WS-DEL-EOF                       VALUE "Y".
016740     05  WS-JRNL-EOF-SW        PIC X(01)     VALUE "N".
016750         88  WS-JRNL-EOF                      VALUE "Y".
016760     05  WS-RPT-FIRST-SW       PIC X(01)     VALUE "Y".
016770         88  WS-RPT-FIRST                     VALUE "Y".
016780     05  WS-REIN-FOUND-SW      PIC X(01)     VALUE "N".
016790         88  WS-REIN-FOUND                    VALUE "Y".
016800     05  WS-REINSTATE-RC       PIC X(01)     VALUE SPACE.
016810         88  WS-REIN-DONE                     VALUE "0".
016820         88  WS-REIN-NO-ENTRY                 VALUE "1".
016830         88  WS-REIN-ALREADY-BACK             VALUE "2".
016840         88  WS-REIN-ON-FILE                  VALUE "3".
016850         88  WS-REIN-TO-OVERFLOW              VALUE "4".
016860         88  WS-REIN-TO-WAITLIST              VALUE "5".
016870     05  WS-BATCH-MODE-SW      PIC X(01)     VALUE "N".
016880         88  WS-BATCH-MODE                   VALUE "Y".
016890     05  WS-AGE-VALID-SW       PIC X(01)     VALUE "N".
016900         88  WS-AGE-VALID                    VALUE "Y".
016910     05  WS-MOBILE-VALID-SW    PIC X(01)     VALUE "N".
016920         88  WS-MOBILE-VALID                 VALUE "Y".
016930     05  WS-LANDLINE-VALID-SW  PIC X(01)     VALUE "N".
016940         88  WS-LANDLINE-VALID                VALUE "Y".
016950     05  WS-FREE-SLOT-SW       PIC X(01)     VALUE "N".
016960         88  WS-FREE-SLOT-FOUND               VALUE "Y".
016970     05  WS-FS-STANDING        PIC X(02)     VALUE "00".
016980     05  WS-STD-EOF-SW         PIC X(01)     VALUE "N".
016990         88  WS-STD-EOF                       VALUE "Y".
017000     05  WS-FS-TORREQ          PIC X(02)     VALUE "00".
017010     05  WS-TQ-EOF-SW          PIC X(01)     VALUE "N".
017020         88  WS-TQ-EOF                        VALUE "Y".
017030     05  WS-TOR-FOUND-SW       PIC X(01)     VALUE "N".
017040         88  WS-TOR-FOUND                     VALUE "Y".
017050     05  WS-TOR-OK-SW          PIC X(01)     VALUE "N".
017060         88  WS-TOR-OK                        VALUE "Y".
017070     05  WS-FS-PAYLEDG         PIC X(02)     VALUE "00".
017080     05  WS-PL-EOF-SW          PIC X(01)     VALUE "N".
017090         88  WS-PL-EOF                        VALUE "Y".
017100     05  WS-RCPT-FOUND-SW      PIC X(01)     VALUE "N".
017110         88  WS-RCPT-FOUND                    VALUE "Y".
017120     05  WS-RCPT-VOID-SW       PIC X(01)     VALUE "N".
017130         88  WS-RCPT-VOID                     VALUE "Y".
017140     05  WS-BILL-HISTORY-SW    PIC X(01)     VALUE "N".
017150         88  WS-BILL-HISTORY                  VALUE "Y" "y".
017160     05  WS-FS-HOLD            PIC X(02)     VALUE "00".
017170     05  WS-HD-EOF-SW          PIC X(01)     VALUE "N".
017180         88  WS-HD-EOF                        VALUE "Y".
017190     05  WS-HOLD-ACTIVE-SW     PIC X(01)     VALUE "N".
017200         88  WS-HOLD-ACTIVE                   VALUE "Y".
017210     05  WS-HOLD-RC            PIC X(01)     VALUE SPACE.
017220         88  WS-HOLD-DONE                     VALUE "0".
017230         88  WS-HOLD-NONE                     VALUE "1".
017240         88  WS-HOLD-ALREADY                  VALUE "2".
017250         88  WS-HOLD-WRITE-FAIL               VALUE "3".
017260     05  WS-FS-SUBJECT         PIC X(02)     VALUE "00".
017270     05  WS-SB-EOF-SW          PIC X(01)     VALUE "N".
017280         88  WS-SB-EOF                        VALUE "Y".
017290     05  WS-SUBJ-FOUND-SW      PIC X(01)     VALUE "N".
017300         88  WS-SUBJ-FOUND                    VALUE "Y".
017310     05  WS-FS-STUDYLD         PIC X(02)     VALUE "00".
017320     05  WS-SL-EOF-SW          PIC X(01)     VALUE "N".
017330         88  WS-SL-EOF                        VALUE "Y".
017340     05  WS-SL-OPEN-SW         PIC X(01)     VALUE "N".
017350         88  WS-SL-OPEN                       VALUE "Y".
017360     05  WS-SL-RC              PIC X(01)     VALUE SPACE.
017370         88  WS-SL-DONE                       VALUE "0".
017380         88  WS-SL-NONE                       VALUE "1".
017390         88  WS-SL-ALREADY                    VALUE "2".
017400         88  WS-SL-WRITE-FAIL                 VALUE "3".
017410         88  WS-SL-UNKNOWN                    VALUE "4".
017420     05  WS-FS-CURRIC          PIC X(02)     VALUE "00".
017430     05  WS-CU-EOF-SW          PIC X(01)     VALUE "N".
017440         88  WS-CU-EOF                        VALUE "Y".
017450     05  WS-GC-CLEARED-SW      PIC X(01)     VALUE "N".
017460         88  WS-GC-CLEARED                    VALUE "Y".
017470     05  WS-GC-PROGRAM-SW      PIC X(01)     VALUE "N".
017480         88  WS-GC-PROGRAM-FOUND              VALUE "Y".
017490     05  WS-GC-OVERRIDE-SW     PIC X(01)     VALUE "N".
017500         88  WS-GC-OVERRIDDEN                 VALUE "Y".
017510     05  WS-FS-GRANT           PIC X(02)     VALUE "00".
017520     05  WS-GN-EOF-SW          PIC X(01)     VALUE "N".
017530         88  WS-GN-EOF                        VALUE "Y".
017540     05  WS-FS-SMS             PIC X(02)     VALUE "00".
017550     05  WS-FS-SMSCTL          PIC X(02)     VALUE "00".
017560     05  WS-NTF-NO-CONTROL-SW  PIC X(01)     VALUE "N".
017570         88  WS-NTF-NO-CONTROL                VALUE "Y".
017580     05  WS-FS-MSTIMG          PIC X(02)     VALUE "00".
017590     05  WS-FS-GRDIMG          PIC X(02)     VALUE "00".
017600     05  WS-FS-ASSIMG          PIC X(02)     VALUE "00".
017610     05  WS-FS-WLIMG           PIC X(02)     VALUE "00".
017620     05  WS-FS-BKUPCTL         PIC X(02)     VALUE "00".
017630     05  WS-FS-JRNLHIST        PIC X(02)     VALUE "00".
017640     05  WS-JH-OPEN-SW         PIC X(01)     VALUE "N".
017650         88  WS-JH-OPEN                       VALUE "Y".
017660     05  WS-BKP-EOF-SW         PIC X(01)     VALUE "N".
017670         88  WS-BKP-EOF                       VALUE "Y".
017680     05  WS-BKP-FAILED-SW      PIC X(01)     VALUE "N".
017690         88  WS-BKP-FAILED                    VALUE "Y".
017700     05  WS-RBD-IMAGE-SW       PIC X(01)     VALUE "N".
017710         88  WS-RBD-FROM-IMAGE                VALUE "Y".
017720
017730*----------------------------------------------------------------
017740*  WS-RUN-MODE - SET FROM THE PARM PASSED ON THE EXEC STATEMENT
017750*  (PARM='BATCH'), RECEIVED VIA WS-JCL-PARM IN THE LINKAGE
017760*  SECTION BELOW. WHEN IT IS "BATCH" THE PROGRAM READS
017770*  TRANS-FILE INSTEAD OF DRIVING THE OPERATOR MENU.
017780*----------------------------------------------------------------
017790 01  WS-RUN-MODE               PIC X(08)     VALUE SPACES.
017800     88  WS-MODE-OVRFLOW                     VALUE "OVRFLOW".
017810     88  WS-MODE-RESTART                     VALUE "RESTART".
017820     88  WS-MODE-REPORT                      VALUE "REPORT".
017830     88  WS-MODE-RECON                       VALUE "RECON".
017840     88  WS-MODE-ROLLOVER                    VALUE "ROLLOVER".
017850     88  WS-MODE-GRADES                      VALUE "GRADES".
017860     88  WS-MODE-GRADEREG                    VALUE "GRADEREG".
017870     88  WS-MODE-ASSESS                      VALUE "ASSESS".
017880     88  WS-MODE-BILLRPT                     VALUE "BILLRPT".
017890     88  WS-MODE-REBUILD                     VALUE "REBUILD".
017900     88  WS-MODE-DELTA                       VALUE "DELTA".
017910     88  WS-MODE-SWEEP                       VALUE "SWEEP".
017920     88  WS-MODE-LETTERS                     VALUE "LETTERS".
017930     88  WS-MODE-ALUMRPT                     VALUE "ALUMRPT".
017940     88  WS-MODE-STANDING                    VALUE "STANDING".
017950     88  WS-MODE-TRANSCPT                    VALUE "TRANSCPT".
017960     88  WS-MODE-COLLECT                     VALUE "COLLECT".
017970     88  WS-MODE-HOLDRPT                     VALUE "HOLDRPT".
017980     88  WS-MODE-CLASSLST                    VALUE "CLASSLST".
017990     88  WS-MODE-GRADAUD                     VALUE "GRADAUD".
018000     88  WS-MODE-SPONSOR                     VALUE "SPONSOR".
018010     88  WS-MODE-NOTIFY                      VALUE "NOTIFY".
018020     88  WS-MODE-BACKUP                      VALUE "BACKUP".
018030     88  WS-MODE-BKVERIFY                    VALUE "BKVERIFY".
018040
018050 01  WS-BATCH-TOTALS.
018060     05  WS-TRANS-APPLIED      PIC 9(05)     COMP VALUE 0.
018070     05  WS-TRANS-REJECTED     PIC 9(05)     COMP VALUE 0.
018080     05  WS-TRANS-OVERFLOWED   PIC 9(05)     COMP VALUE 0.
018090     05  WS-TRANS-WAITLISTED   PIC 9(05)     COMP VALUE 0.
018100
018110 01  WS-OVERFLOW-TOTALS.
018120     05  WS-OVF-ABSORBED       PIC 9(05)     COMP VALUE 0.
018130     05  WS-OVF-RETAINED       PIC 9(05)     COMP VALUE 0.
018140     05  WS-OVF-DROPPED        PIC 9(05)     COMP VALUE 0.
018150     05  WS-OVF-WAITLISTED     PIC 9(05)     COMP VALUE 0.
018160
018170*----------------------------------------------------------------
018180*  WS-REINSTATE-ENTRY - HOLDS THE MOST RECENT DELETED-FILE ENTRY
018190*  FOUND FOR THE STUDENT NUMBER BEING REINSTATED, WHILE THE SCAN
018200*  OF THE AUDIT TRAIL AND THE RESTORE ITSELF RUN.
018210*----------------------------------------------------------------
018220 01  WS-REINSTATE-ENTRY.
018230     05  WS-REIN-FULLNAME  PIC X(30).
018240     05  WS-REIN-COURSE    PIC X(20).
018250     05  WS-REIN-MOBILE    PIC X(11).
018260     05  WS-REIN-LANDLINE  PIC X(08).
018270     05  WS-REIN-AGE       PIC 99.
018280     05  WS-REIN-ACTION    PIC X(01).
018290     05  WS-REIN-STATUS    PIC X(01).
018300     05  WS-REIN-STATUS-TERM PIC X(06).
018310
018320*----------------------------------------------------------------
018330*  WS-OPERATOR - WHO IS RUNNING THE PROGRAM. FILLED BY
018340*  1500-SIGN-ON FROM OPERATOR-FILE AT A TERMINAL, OR SET TO THE
018350*  RESERVED BATCH-JOB ID FOR UNATTENDED RUNS. WS-USER-ID IS
018360*  STAMPED INTO EVERY DELETED-FILE AND JOURNAL-FILE ENTRY.
018370*----------------------------------------------------------------
018380 01  WS-OPERATOR.
018390     05  WS-USER-ID        PIC X(08)     VALUE SPACES.
018400     05  WS-USER-NAME      PIC X(30)     VALUE SPACES.
018410     05  WS-USER-LEVEL     PIC 9         VALUE 0.
018420         88  WS-USER-IS-SUPERVISOR       VALUE 2.
018430
018440 77  WS-BATCH-USER         PIC X(08)     VALUE "BATCHJOB".
018450 77  WS-SIGNON-ENTRY       PIC X(08).
018460 77  WS-SIGNON-TRIES       PIC 9             COMP.
018470 77  WS-MAX-SIGNON-TRIES   PIC 9             VALUE 3.
018480*  THE CURRENT TERM (YYYYMM), DERIVED FROM THE RUN DATE AT
018490*  STARTUP - NEW ENROLLEES START OUT ACTIVE IN THIS TERM.
018500 77  WS-CURRENT-TERM       PIC X(06).
018510 77  WS-TERM-RAW           PIC 9(08).
018520 77  WS-STATUS-ENTRY       PIC X(01).
018530 77  WS-TERM-ENTRY         PIC X(06).
018540
018550 01  WS-ROLLOVER-TOTALS.
018560     05  WS-ROLL-GRADUATED     PIC 9(05)     COMP VALUE 0.
018570     05  WS-ROLL-WITHDRAWN     PIC 9(05)     COMP VALUE 0.
018580     05  WS-ROLL-REMAINING     PIC 9(05)     COMP VALUE 0.
018590
018600 01  WS-GRADE-TOTALS.
018610     05  WS-GRADES-LOADED      PIC 9(05)     COMP VALUE 0.
018620     05  WS-GRADES-REJECTED    PIC 9(05)     COMP VALUE 0.
018630
018640*  REASON CODE FOR THE GRADE RECORD IN HAND - SPACES MEANS IT
018650*  PASSED VALIDATION; ANYTHING ELSE IS WRITTEN TO GRADE-REJECT.
018660 77  WS-GR-REASON          PIC X(12).
018670*  GRADE BOUNDS ON THE 1.00-5.00 SCALE, MIRRORING THE AGE BOUNDS
018680*  CONVENTION ABOVE.
018690 77  WS-MIN-GRADE          PIC 9V99          VALUE 1.00.
018700 77  WS-MAX-GRADE          PIC 9V99          VALUE 5.00.
018710 77  WS-GRADE-NUM          PIC 9V99.
018720*  GPA WORK FIELDS - THE GPA IS THE UNIT-WEIGHTED AVERAGE OF
018730*  EVERY GRADE ON FILE FOR THE STUDENT.
018740 77  WS-GPA-UNITS          PIC 9(05)         COMP.
018750 77  WS-GPA-POINTS         PIC 9(07)V99      COMP-3.
018760 77  WS-GPA-ED             PIC Z9.99.
018770 77  WS-GRADE-HITS         PIC 9(05)         COMP.
018780 77  WS-GRADE-UNITS-ED     PIC Z9.
018790 77  WS-GRADE-DISP         PIC 9.99.
018800*  THE TERM THE GRADE REGISTER COVERS - PROMPTED AT THE MENU,
018810*  TAKEN FROM THE PARM TAIL (PARM='GRADEREG YYYYMM') OR DEFAULTED
018820*  TO WS-CURRENT-TERM WHEN RUN UNATTENDED.
018830 77  WS-REG-TERM           PIC X(06).
018840 77  WS-GRG-SUB-TALLY      PIC 9(05)         COMP.
018850 77  WS-GRG-GRAND-TALLY    PIC 9(05)         COMP.
018860 77  WS-GRG-SUB-UNITS      PIC 9(05)         COMP.
018870 77  WS-GRG-SUB-POINTS     PIC 9(07)V99      COMP-3.
018880 77  WS-PREV-CODE          PIC X(10).
018890
018900*----------------------------------------------------------------
018910*  WS-GRADE-KEYS - EVERY SNO/COURSE-CODE/TERM KEY ALREADY ON
018920*  GRADE-FILE, LOADED AT THE TOP OF THE GRADE LOAD SO A DUPLICATE
018930*  POSTING - A RERUN SHEET OR A REPEAT WITHIN THE SHEET - IS
018940*  REJECTED INSTEAD OF APPENDED TWICE. PAST WS-MAX-GRADE-KEYS THE
018950*  DUPLICATE CHECK IS DISABLED WITH A WARNING RATHER THAN
018960*  STOPPING THE LOAD.
018970*----------------------------------------------------------------
018980 77  WS-MAX-GRADE-KEYS     PIC 9(05)         COMP VALUE 2000.
018990 01  WS-GRADE-KEYS.
019000     02  WS-GRADE-KEY-COUNT PIC 9(05)        COMP VALUE 0.
019010     02  WS-GRADE-KEY OCCURS 1 TO 2000 TIMES
019020             DEPENDING ON WS-GRADE-KEY-COUNT.
019030         03  WS-GK-SNO     PIC X(30).
019040         03  WS-GK-CODE    PIC X(10).
019050         03  WS-GK-TERM    PIC X(06).
019060 01  WS-GRADE-KEY-TEST.
019070     05  WS-GKT-SNO        PIC X(30).
019080     05  WS-GKT-CODE       PIC X(10).
019090     05  WS-GKT-TERM       PIC X(06).
019100 01  WS-GK-FLAGS.
019110     05  WS-GK-DUP-SW      PIC X(01)     VALUE "N".
019120         88  WS-GK-DUP                       VALUE "Y".
019130     05  WS-GK-FULL-SW     PIC X(01)     VALUE "N".
019140         88  WS-GK-FULL                      VALUE "Y".
019150
019160*----------------------------------------------------------------
019170*  WS-CATALOG - THE COURSE CATALOG, LOADED FROM CRSCATLG BY
019180*  1600-LOAD-CATALOG AT STARTUP. A COUNT OF ZERO (NO CATALOG
019190*  SUPPLIED) DISABLES THE COURSE-CODE AND SEAT-CAP CHECKS.
019200*----------------------------------------------------------------
019210 77  WS-MAX-CATALOG        PIC 9(03)         COMP VALUE 100.
019220 01  WS-CATALOG.
019230     02  WS-CATALOG-COUNT  PIC 9(03)         COMP VALUE 0.
019240     02  WS-CATALOG-ENTRY OCCURS 1 TO 100 TIMES
019250             DEPENDING ON WS-CATALOG-COUNT
019260             INDEXED BY c.
019270         03  WS-CAT-CODE   PIC X(20).
019280         03  WS-CAT-TITLE  PIC X(30).
019290         03  WS-CAT-CAP    PIC 9(05)         COMP.
019300
019310*----------------------------------------------------------------
019320*  WS-SUBJECTS - THE SUBJECT MASTER, LOADED FROM SUBJMAST BY
019330*  1650-LOAD-SUBJECTS WHEN A GRADE PATH NEEDS IT. A COUNT OF
019340*  ZERO (NO MASTER SUPPLIED) DISABLES THE SUBJECT AND UNITS
019350*  CHECKS AND LEAVES THE TITLES BLANK. 1660-FIND-SUBJECT LOOKS
019360*  UP WS-SUBJ-TEST AND RETURNS ITS TITLE, UNITS AND DEPARTMENT.
019370*----------------------------------------------------------------
019380 77  WS-MAX-SUBJECTS       PIC 9(03)         COMP VALUE 500.
019390 01  WS-SUBJECTS.
019400     02  WS-SUBJECT-COUNT  PIC 9(03)         COMP VALUE 0.
019410     02  WS-SUBJECT-ENTRY OCCURS 1 TO 500 TIMES
019420             DEPENDING ON WS-SUBJECT-COUNT
019430             INDEXED BY sj.
019440         03  WS-SJ-CODE    PIC X(10).
019450         03  WS-SJ-TITLE   PIC X(30).
019460         03  WS-SJ-UNITS   PIC 9(02).
019470         03  WS-SJ-DEPT    PIC X(10).
019480 77  WS-SUBJ-TEST          PIC X(10).
019490 77  WS-SUBJ-TITLE         PIC X(30).
019500 77  WS-SUBJ-UNITS         PIC 9(02).
019510 77  WS-SUBJ-DEPT          PIC X(10).
019520
019530*----------------------------------------------------------------
019540*  STUDY-LOAD WORK FIELDS. WS-SL-SNO/TERM/SUBJECT NAME THE ONE
019550*  ENROLLMENT AN ADD OR DROP WORKS ON. WS-CLS-TERM IS THE TERM THE
019560*  CLASS LISTS COVER (PARM='CLASSLST YYYYMM' OR THE MENU PROMPT)
019570*  AND WS-CLS-SUBJECT THE ONE SUBJECT ASKED FOR AT THE MENU
019580*  (BLANK MEANS ALL). WS-GL-TERM IS THE LATEST TERM THE GRADE
019590*  LOAD POSTED, WHOSE UNGRADED ENROLLMENTS IT LISTS AT THE END.
019600*----------------------------------------------------------------
019610 77  WS-SL-SNO             PIC X(30).
019620 77  WS-SL-TERM            PIC X(06).
019630 77  WS-SL-SUBJECT         PIC X(10).
019640 77  WS-SL-ACTION          PIC X(01).
019650 77  WS-CLS-TERM           PIC X(06).
019660 77  WS-CLS-SUBJECT        PIC X(10).
019670 77  WS-CLS-PREV-SUBJECT   PIC X(10).
019680 77  WS-CLS-SUB-COUNT      PIC 9(05)         COMP.
019690 77  WS-CLS-SUBJ-COUNT     PIC 9(05)         COMP.
019700 77  WS-CLS-ALL-COUNT      PIC 9(05)         COMP.
019710 77  WS-SLF-UNITS          PIC 9(03)         COMP.
019720 77  WS-SLF-COUNT          PIC 9(03)         COMP.
019730 77  WS-SLF-UNITS-ED       PIC ZZ9.
019740 77  WS-GL-TERM            PIC X(06).
019750 77  WS-GRADES-UNGRADED    PIC 9(05)         COMP.
019760 01  WS-SL-SAVE            PIC X(62).
019770
019780*----------------------------------------------------------------
019790*  WS-CURRICULUM - THE CURRICULUM FILE, LOADED BY
019800*  1670-LOAD-CURRICULUM AT THE TOP OF THE AUDIT, THE BATCH LOAD
019810*  AND EACH MENU STATUS CHANGE. CU-SUBJECT BLANK IS THE
019820*  PROGRAM'S MINIMUM-UNITS RECORD.
019830*----------------------------------------------------------------
019840 77  WS-MAX-CURRIC         PIC 9(04)         COMP VALUE 2000.
019850 01  WS-CURRICULUM.
019860     02  WS-CURRIC-COUNT   PIC 9(04)         COMP VALUE 0.
019870     02  WS-CURRIC-ENTRY OCCURS 1 TO 2000 TIMES
019880             DEPENDING ON WS-CURRIC-COUNT
019890             INDEXED BY cu.
019900         03  WS-CU-COURSE  PIC X(20).
019910         03  WS-CU-SUBJECT PIC X(10).
019920         03  WS-CU-MIN-UNITS
019930                           PIC 9(03).
019940
019950*----------------------------------------------------------------
019960*  GRADUATION CLEARANCE WORK AREA. 7760-EVALUATE-CLEARANCE
019970*  MEASURES THE PASSED SUBJECTS IN WS-GC-PASSED (EACH SUBJECT
019980*  ONCE, HOWEVER OFTEN IT WAS TAKEN) AGAINST THE CURRICULUM OF
019990*  WS-GC-COURSE, LEAVING THE SUBJECTS STILL MISSING IN
020000*  WS-GC-MISSING (THE FIRST WS-MAX-GC-MISSING OF THEM - THE
020010*  COUNT IS ALWAYS THE TRUE ONE) AND THE UNITS STILL SHORT.
020020*----------------------------------------------------------------
020030 77  WS-MAX-GC-PASSED      PIC 9(03)         COMP VALUE 200.
020040 77  WS-MAX-GC-MISSING     PIC 9(03)         COMP VALUE 50.
020050 01  WS-GC-PASSED.
020060     02  WS-GC-PASSED-COUNT
020070                           PIC 9(03)         COMP VALUE 0.
020080     02  WS-GC-PASSED-ENTRY OCCURS 1 TO 200 TIMES
020090             DEPENDING ON WS-GC-PASSED-COUNT
020100             INDEXED BY gp.
020110         03  WS-GP-SUBJECT PIC X(10).
020120         03  WS-GP-UNITS   PIC 9(02).
020130 01  WS-GC-MISSING.
020140     02  WS-GC-MISS-STORED PIC 9(03)         COMP VALUE 0.
020150     02  WS-GC-MISS-ENTRY OCCURS 1 TO 50 TIMES
020160             DEPENDING ON WS-GC-MISS-STORED
020170             INDEXED BY gm.
020180         03  WS-GM-SUBJECT PIC X(10).
020190 77  WS-GC-SNO             PIC X(30).
020200 77  WS-GC-COURSE          PIC X(20).
020210 77  WS-GC-ADD-SUBJECT     PIC X(10).
020220 77  WS-GC-ADD-UNITS       PIC 9(02).
020230 77  WS-GC-MISS-COUNT      PIC 9(03)         COMP.
020240 77  WS-GC-REQ-COUNT       PIC 9(03)         COMP.
020250 77  WS-GC-UNITS-REQ       PIC 9(03)         COMP.
020260 77  WS-GC-UNITS-EARNED    PIC 9(03)         COMP.
020270 77  WS-GC-SHORTFALL       PIC 9(03)         COMP.
020280 77  WS-GC-ANSWER          PIC X(01).
020290 77  WS-GC-COUNT-ED        PIC ZZ9.
020300 77  WS-GC-SHORT-ED        PIC ZZ9.
020310 77  WS-CLR-COURSE         PIC X(20).
020320 77  WS-CLR-PREV-COURSE    PIC X(20).
020330 77  WS-CLR-PREV-SNO       PIC X(30).
020340 77  WS-CLR-SLOT           PIC 9(05)         COMP.
020350 77  WS-CLR-SUB-COUNT      PIC 9(05)         COMP.
020360 77  WS-CLR-SUB-CLEARED    PIC 9(05)         COMP.
020370 77  WS-CLR-ALL-COUNT      PIC 9(05)         COMP.
020380 77  WS-CLR-ALL-CLEARED    PIC 9(05)         COMP.
020390 77  WS-CLR-ALL-NOT        PIC 9(05)         COMP.
020400
020410*----------------------------------------------------------------
020420*  WS-GRANTS - ONE TERM'S GRANTS, LOADED FROM GRANT-FILE BY
020430*  1680-LOAD-GRANTS. WS-GRT-RECNO IS THE RECORD'S POSITION ON
020440*  THE FILE, SO THE ASSESSMENT RUN CAN REWRITE GN-APPLIED ON
020450*  EXACTLY THE GRANTS IT APPLIED (WS-GRT-POSTED) AND NO OTHER.
020460*----------------------------------------------------------------
020470 77  WS-MAX-GRANTS         PIC 9(04)         COMP VALUE 2000.
020480 01  WS-GRANTS.
020490     02  WS-GRANT-COUNT    PIC 9(04)         COMP VALUE 0.
020500     02  WS-GRANT-ENTRY OCCURS 1 TO 2000 TIMES
020510             DEPENDING ON WS-GRANT-COUNT
020520             INDEXED BY gn.
020530         03  WS-GRT-RECNO     PIC 9(07)      COMP.
020540         03  WS-GRT-SNO       PIC X(30).
020550         03  WS-GRT-BASIS     PIC X(01).
020560         03  WS-GRT-PERCENT   PIC 9(03)V99.
020570         03  WS-GRT-AMOUNT    PIC 9(07)V99   COMP-3.
020580         03  WS-GRT-APPLIED   PIC 9(07)V99   COMP-3.
020590         03  WS-GRT-POSTED-SW PIC X(01).
020600             88  WS-GRT-POSTED               VALUE "Y".
020610 77  WS-GRANT-TERM         PIC X(06).
020620 77  WS-GRANT-RECNO        PIC 9(07)         COMP.
020630 77  WS-GRANT-GROSS        PIC 9(07)V99      COMP-3.
020640 77  WS-GRANT-DISCOUNT     PIC 9(07)V99      COMP-3.
020650 77  WS-GRANT-THIS         PIC 9(07)V99      COMP-3.
020660 77  WS-GRANT-BAD          PIC 9(05)         COMP.
020670 77  WS-GRANT-POSTED       PIC 9(05)         COMP.
020680 77  WS-GRANT-UNAPPLIED    PIC 9(05)         COMP.
020690 77  WS-SPN-TERM           PIC X(06).
020700 77  WS-SPN-PREV-SPONSOR   PIC X(20).
020710 77  WS-SPN-SUB-COUNT      PIC 9(05)         COMP.
020720 77  WS-SPN-SUB-AMOUNT     PIC 9(09)V99      COMP-3.
020730 77  WS-SPN-ALL-COUNT      PIC 9(05)         COMP.
020740 77  WS-SPN-ALL-AMOUNT     PIC 9(09)V99      COMP-3.
020750 77  WS-SPN-SPONSORS       PIC 9(05)         COMP.
020760
020770*  SMS NOTIFICATION RUN WORK FIELDS (PARM='NOTIFY'). THE JOURNAL
020780*  MARK AND THE DUE DATES COME OFF SMS-CONTROL-FILE AND GO BACK
020790*  ON IT; WS-NTF-PARM-DUE IS A NEW DUE DATE NAMED IN THE PARM
020800*  TAIL. EACH NOTICE IS STAGED IN WS-NTF-SNO THROUGH WS-NTF-TEXT
020810*  BEFORE 7970-QUEUE-ONE-SMS SENDS IT OR LISTS IT.
020820 77  WS-NTF-HWM-DATE       PIC 9(08)         VALUE 0.
020830 77  WS-NTF-HWM-TIME       PIC 9(08)         VALUE 0.
020840 77  WS-NTF-NEW-HWM-DATE   PIC 9(08)         VALUE 0.
020850 77  WS-NTF-NEW-HWM-TIME   PIC 9(08)         VALUE 0.
020860 77  WS-NTF-PARM-DUE       PIC 9(08)         VALUE 0.
020870 77  WS-NTF-BAL-DATE       PIC 9(08)         VALUE 0.
020880 01  WS-NTF-DUE-DATE       PIC 9(08)         VALUE 0.
020890 01  WS-NTF-DUE-PARTS REDEFINES WS-NTF-DUE-DATE.
020900     05  WS-NTF-DUE-YYYY   PIC X(04).
020910     05  WS-NTF-DUE-MM     PIC X(02).
020920     05  WS-NTF-DUE-DD     PIC X(02).
020930 77  WS-NTF-SNO            PIC X(30).
020940 77  WS-NTF-NAME           PIC X(30).
020950 77  WS-NTF-MOBILE         PIC X(11).
020960 77  WS-NTF-TYPE           PIC X(08).
020970 77  WS-NTF-TEXT           PIC X(160).
020980 77  WS-NTF-PTR            PIC 9(03)         COMP.
020990 77  WS-NTF-REASON         PIC X(12).
021000 77  WS-NTF-STATUS-TEXT    PIC X(10).
021010 77  WS-NTF-BALANCE        PIC 9(07)V99      COMP-3.
021020 77  WS-NTF-AMOUNT-ED      PIC Z,ZZZ,ZZ9.99.
021030 77  WS-NTF-LEAD           PIC 9(02)         COMP.
021040 77  WS-NTF-WAITLIST       PIC 9(05)         COMP.
021050 77  WS-NTF-STATUSES       PIC 9(05)         COMP.
021060 77  WS-NTF-BALANCES       PIC 9(05)         COMP.
021070 77  WS-NTF-WRITTEN        PIC 9(05)         COMP.
021080 77  WS-NTF-EXCEPTIONS     PIC 9(05)         COMP.
021090
021100*  BACKUP AND VERIFICATION WORK FIELDS (PARM='BACKUP' AND
021110*  PARM='BKVERIFY', SEE JCL MEMBER FLORBKP). ONE ENTRY PER FILE
021120*  COPIED, IN BK-FILE-ENTRY ORDER: WHAT THE BACKUP TOOK (COUNTED
021130*  BY THE RUN ITSELF OR TAKEN OFF BACKUP-CONTROL), WHAT ITS IMAGE
021140*  HOLDS WHEN READ BACK, AND WHAT THE LIVE FILE HOLDS NOW.
021150*  WS-BKP-SIDE SAYS WHICH ONE 8850-TALLY-KEY IS COUNTING.
021160*  WS-BKP-LAST-DATE/TIME ARE THE STAMP OF THE LAST ENTRY ALREADY
021170*  ON JOURNAL-HISTORY, SO A CUTOVER THAT STOPPED PART WAY RESUMES
021180*  WITHOUT APPENDING ANY ENTRY TWICE.
021190 77  WS-BKP-DATE           PIC 9(08)         VALUE 0.
021200 77  WS-BKP-TIME           PIC 9(08)         VALUE 0.
021210 77  WS-BKP-KEY            PIC X(30).
021220 77  WS-BKP-SUB            PIC 9(02)         COMP.
021230 77  WS-BKP-JOURNALED      PIC 9(07)         COMP.
021240 77  WS-BKP-SINCE          PIC 9(07)         COMP.
021250 77  WS-BKP-BAD            PIC 9(02)         COMP.
021260 77  WS-BKP-LAST-DATE      PIC 9(08)         VALUE 0.
021270 77  WS-BKP-LAST-TIME      PIC 9(08)         VALUE 0.
021280 77  WS-BKP-RESUMED        PIC 9(07)         COMP.
021290 01  WS-BKP-SIDE           PIC X(01)         VALUE "B".
021300     88  WS-BKP-SIDE-BACKUP                  VALUE "B".
021310     88  WS-BKP-SIDE-LIVE                    VALUE "L".
021320 01  WS-BKP-FILES.
021330     02  WS-BKP-FILE OCCURS 4 TIMES.
021340         03  WS-BKP-NAME      PIC X(08).
021350         03  WS-BKP-COUNT     PIC 9(07)      COMP.
021360         03  WS-BKP-LOW       PIC X(30).
021370         03  WS-BKP-HIGH      PIC X(30).
021380         03  WS-BKP-IMAGE     PIC 9(07)      COMP.
021390         03  WS-BKP-IMG-SW    PIC X(01).
021400             88  WS-BKP-IMG-MISSING          VALUE "Y".
021410         03  WS-BKP-LIVE      PIC 9(07)      COMP.
021420         03  WS-BKP-LIVE-LOW  PIC X(30).
021430         03  WS-BKP-LIVE-HIGH PIC X(30).
021440
021450*  COURSE IN HAND FOR THE CATALOG LOOKUP AND THE SEAT COUNT, AND
021460*  WHAT CAME BACK - THE SAME STAGING CONVENTION AS WS-AGE-ENTRY.
021470 77  WS-CRS-ENTRY          PIC X(20).
021480 77  WS-COURSE-TEST        PIC X(20).
021490 77  WS-COURSE-CAP         PIC 9(05)         COMP.
021500 77  WS-SEAT-COUNT         PIC 9(05)         COMP.
021510*  THE COURSE WHOSE FREED SEAT 3400-PROMOTE-FROM-WAITLIST IS
021520*  TRYING TO FILL.
021530 77  WS-PROMOTE-COURSE     PIC X(20).
021540 77  WS-WL-COUNT           PIC 9(05)         COMP.
021550
021560*----------------------------------------------------------------
021570*  WS-WAITLIST-ENTRY - ONE ENROLLEE BOUND FOR THE WAITLIST,
021580*  STAGED LIKE WS-OVERFLOW-ENTRY BEFORE IT IS WRITTEN OUT.
021590*----------------------------------------------------------------
021600 01  WS-WAITLIST-ENTRY.
021610     05  WLE-SNO           PIC X(30).
021620     05  WLE-FULLNAME      PIC X(30).
021630     05  WLE-COURSE        PIC X(20).
021640     05  WLE-MOBILE        PIC X(11).
021650     05  WLE-LANDLINE      PIC X(08).
021660     05  WLE-AGE           PIC 99.
021670     05  WLE-STATUS        PIC X(01).
021680     05  WLE-STATUS-TERM   PIC X(06).
021690
021700*----------------------------------------------------------------
021710*  WS-FEE-SCHEDULE - THE PER-COURSE FEE SCHEDULE, LOADED FROM
021720*  FEESCHED AT THE TOP OF THE ASSESSMENT RUN. A COURSE WITH NO
021730*  FEE ENTRY IS SKIPPED (AND COUNTED) RATHER THAN ASSESSED AT
021740*  ZERO.
021750*----------------------------------------------------------------
021760 77  WS-MAX-FEES           PIC 9(03)         COMP VALUE 100.
021770 01  WS-FEE-SCHEDULE.
021780     02  WS-FEE-COUNT      PIC 9(03)         COMP VALUE 0.
021790     02  WS-FEE-ENTRY OCCURS 1 TO 100 TIMES
021800             DEPENDING ON WS-FEE-COUNT
021810             INDEXED BY f.
021820         03  WS-FEE-COURSE PIC X(20).
021830         03  WS-FEE-AMOUNT PIC 9(07)V99      COMP-3.
021840
021850*----------------------------------------------------------------
021860*  WS-ASSESSED-KEYS - STUDENT NUMBERS ALREADY ASSESSED FOR THE
021870*  CURRENT TERM, LOADED AT THE TOP OF THE ASSESSMENT RUN SO A
021880*  RERUN NEVER BILLS A STUDENT TWICE - THE SAME RERUN GUARD AS
021890*  THE GRADE LOAD'S KEY TABLE.
021900*----------------------------------------------------------------
021910 01  WS-ASSESSED-KEYS.
021920     02  WS-ASSESSED-COUNT PIC 9(05)         COMP VALUE 0.
021930     02  WS-ASSESSED-SNO OCCURS 1 TO 500 TIMES
021940             DEPENDING ON WS-ASSESSED-COUNT
021950             INDEXED BY ak.
021960         03  WS-AK-SNO     PIC X(30).
021970
021980 01  WS-ASSESS-TOTALS.
021990     05  WS-ASSESS-WRITTEN     PIC 9(05)     COMP VALUE 0.
022000     05  WS-ASSESS-SKIPPED     PIC 9(05)     COMP VALUE 0.
022010     05  WS-ASSESS-DUPED       PIC 9(05)     COMP VALUE 0.
022020     05  WS-ASSESS-AMOUNT      PIC 9(09)V99  COMP-3 VALUE 0.
022030     05  WS-ASSESS-GROSS       PIC 9(09)V99  COMP-3 VALUE 0.
022040     05  WS-ASSESS-DISCOUNT    PIC 9(09)V99  COMP-3 VALUE 0.
022050     05  WS-ASSESS-GRANTED     PIC 9(05)     COMP VALUE 0.
022060
022070*  PAYMENT POSTING WORK FIELDS - THE TERM A "P" TRANSACTION PAYS
022080*  AGAINST (TX-STATUS-TERM, OR THE CURRENT TERM WHEN BLANK).
022090 77  WS-PAY-TERM           PIC X(06).
022100*  RECEIPT WORK FIELDS FOR "P" AND "V" - THE OFFICIAL RECEIPT
022110*  NUMBER THE TRANSACTION NAMES, AND WHAT 9856-FIND-RECEIPT
022120*  FOUND ON THE LEDGER UNDER IT.
022130 77  WS-PAY-OR-NO          PIC X(12).
022140 77  WS-PAY-COURSE         PIC X(20).
022150 77  WS-RCPT-SNO           PIC X(30).
022160 77  WS-RCPT-TERM          PIC X(06).
022170 77  WS-RCPT-AMOUNT        PIC 9(07)V99.
022180 77  WS-PAY-TYPE           PIC X(01).
022190 77  WS-FEE-LOOKUP         PIC 9(07)V99      COMP-3.
022200 77  WS-MONEY-ED           PIC Z(8)9.99.
022210 77  WS-ASSESS-DUP-SW      PIC X(01)         VALUE "N".
022220     88  WS-ASSESS-DUP                       VALUE "Y".
022230 77  WS-FEE-FOUND-SW       PIC X(01)         VALUE "N".
022240     88  WS-FEE-FOUND                        VALUE "Y".
022250
022260*----------------------------------------------------------------
022270*  WS-BILL-SUMMARY - PER-COURSE GROSS/DISCOUNT/NET/PAID TOTALS,
022280*  BUILT BY THE OUTSTANDING-BALANCE REPORT THE WAY THE COURSE
022290*  SUMMARY TABLE IS BUILT.
022300*----------------------------------------------------------------
022310 01  WS-BILL-SUMMARY.
022320     02  WS-BILL-COUNT     PIC 9(03)         COMP VALUE 0.
022330     02  WS-BILL-ENTRY OCCURS 1 TO 51 TIMES
022340             DEPENDING ON WS-BILL-COUNT
022350             INDEXED BY b.
022360         03  WS-BILL-COURSE   PIC X(20).
022370         03  WS-BILL-GROSS    PIC 9(09)V99   COMP-3.
022380         03  WS-BILL-DISCOUNT PIC 9(09)V99   COMP-3.
022390         03  WS-BILL-ASSESSED PIC 9(09)V99   COMP-3.
022400         03  WS-BILL-PAID     PIC 9(09)V99   COMP-3.
022410 01  WS-BILL-GRAND.
022420     05  WS-BILL-TOT-GROSS    PIC 9(09)V99   COMP-3 VALUE 0.
022430     05  WS-BILL-TOT-DISCOUNT PIC 9(09)V99   COMP-3 VALUE 0.
022440     05  WS-BILL-TOT-ASSESSED PIC 9(09)V99   COMP-3 VALUE 0.
022450     05  WS-BILL-TOT-PAID     PIC 9(09)V99   COMP-3 VALUE 0.
022460 77  WS-BILL-BALANCE       PIC S9(09)V99     COMP-3.
022470
022480*----------------------------------------------------------------
022490*  JOURNAL REBUILD WORK FIELDS (PARM='REBUILD', SEE JCL MEMBER
022500*  FLORRBD). THE CUTOFF DEFAULTS TO THE END OF TIME SO A PLAIN
022510*  REBUILD REPLAYS THE WHOLE JOURNAL; A DATE/TIME ON THE PARM
022520*  RECOVERS THE DIRECTORY AS OF THAT POINT.
022530*----------------------------------------------------------------
022540 77  WS-REBUILD-DATE       PIC 9(08)         VALUE 99999999.
022550 77  WS-REBUILD-TIME       PIC 9(08)         VALUE 99999999.
022560 01  WS-REBUILD-TOTALS.
022570     05  WS-RBD-REPLAYED       PIC 9(05)     COMP VALUE 0.
022580     05  WS-RBD-APPLIED        PIC 9(05)     COMP VALUE 0.
022590     05  WS-RBD-GAPS           PIC 9(05)     COMP VALUE 0.
022600     05  WS-RBD-ON-FILE        PIC 9(05)     COMP VALUE 0.
022610     05  WS-RBD-SKIPPED        PIC 9(05)     COMP VALUE 0.
022620 01  WS-RBD-STOP-SW        PIC X(01)         VALUE "N".
022630     88  WS-RBD-STOPPED                      VALUE "Y".
022640 01  WS-RBD-DUP-SW         PIC X(01)         VALUE "N".
022650     88  WS-RBD-DUP                          VALUE "Y".
022660
022670*----------------------------------------------------------------
022680*  DELTA EXTRACT WORK FIELDS (PARM='DELTA'). THE HIGH-WATER MARK
022690*  IS THE JOURNAL STAMP THE PREVIOUS EXTRACT ENDED AT; EVERYTHING
022700*  STAMPED AFTER IT IS NEW. WS-DELTA-TABLE COLLAPSES THE WINDOW
022710*  TO ONE LINE PER STUDENT CARRYING THE LAST ACTION SEEN.
022720*----------------------------------------------------------------
022730 77  WS-HWM-DATE           PIC 9(08)         VALUE 0.
022740 77  WS-HWM-TIME           PIC 9(08)         VALUE 0.
022750 77  WS-NEW-HWM-DATE       PIC 9(08)         VALUE 0.
022760 77  WS-NEW-HWM-TIME       PIC 9(08)         VALUE 0.
022770 01  WS-DELTA-TOTALS.
022780     05  WS-DLT-ADDS           PIC 9(05)     COMP VALUE 0.
022790     05  WS-DLT-EDITS          PIC 9(05)     COMP VALUE 0.
022800     05  WS-DLT-DELETES        PIC 9(05)     COMP VALUE 0.
022810     05  WS-DLT-STATUSES       PIC 9(05)     COMP VALUE 0.
022820*  TRAILER COUNTS GO OUT ZERO-PADDED (A CONTROL RECORD, NOT A
022830*  DISPLAY LINE).
022840 77  WS-DLT-TRAILER-CT     PIC 9(05).
022850
022860*  DATA-QUALITY SWEEP COUNTERS (PARM='SWEEP').
022870 77  WS-SWP-READ           PIC 9(05)         COMP.
022880 77  WS-SWP-BAD            PIC 9(05)         COMP.
022890
022900*----------------------------------------------------------------
022910*  WS-FIX-TX - THE SWEEP'S FIX-LIST TRANSACTION, STAGED HERE IN
022920*  TRANSIN LAYOUT BECAUSE TRANS-FILE IS NEVER OPENED IN A SWEEP
022930*  RUN AND ITS RECORD AREA IS NOT ADDRESSABLE BEFORE OPEN.
022940*----------------------------------------------------------------
022950 01  WS-FIX-TX.
022960     05  WS-FIX-CODE       PIC X(01).
022970     05  WS-FIX-SNO        PIC X(30).
022980     05  WS-FIX-FULLNAME   PIC X(30).
022990     05  WS-FIX-COURSE     PIC X(20).
023000     05  WS-FIX-MOBILE     PIC X(11).
023010     05  WS-FIX-LANDLINE   PIC X(08).
023020     05  WS-FIX-AGE        PIC 99.
023030     05  WS-FIX-STATUS     PIC X(01).
023040     05  WS-FIX-TERM       PIC X(06).
023050     05  WS-FIX-AMOUNT     PIC X(09).
023060
023070*----------------------------------------------------------------
023080*  STUDENT-NUMBER CORRECTION WORK FIELDS (MENU [17] / TRANS CODE
023090*  "N"). WS-JL-XREF RIDES INTO THE NEXT JOURNAL ENTRY AS
023100*  JL-XREF-SNO AND IS BLANKED AGAIN BY 5200-LOG-CHANGE, SO ONLY
023110*  A RENUMBER EVER CARRIES ONE.
023120*----------------------------------------------------------------
023130 77  WS-NEW-SNO            PIC X(30).
023140 77  WS-JL-XREF            PIC X(30)         VALUE SPACES.
023150 77  WS-REKEY-COUNT        PIC 9(05)         COMP.
023160 77  WS-RENUM-OK-SW        PIC X(01)         VALUE "N".
023170     88  WS-RENUM-OK                         VALUE "Y".
023180*  SESSION-LOG TALLIES FOR THE BATCH INTERLOCK AND THE STALE-
023190*  SESSION CHECK AT SIGN-ON.
023200 77  WS-SESS-OPENS         PIC 9(05)         COMP.
023210 77  WS-SESS-CLOSES        PIC 9(05)         COMP.
023220 77  WS-MY-OPENS           PIC 9(05)         COMP.
023230 77  WS-MY-CLOSES          PIC 9(05)         COMP.
023240
023250*  VERIFICATION-LETTER RUN TALLIES (PARM='LETTERS' / MENU [18]).
023260 77  WS-LTR-PRINTED        PIC 9(05)         COMP.
023270 77  WS-LTR-REFUSED        PIC 9(05)         COMP.
023280 77  WS-LTR-NOTFOUND       PIC 9(05)         COMP.
023290
023300*  ARCHIVE INQUIRY / ALUMNI REPORT / RE-ADMISSION WORK FIELDS.
023310*  WS-ALUM-TERM IS THE TERM THE GRADUATES REPORT COVERS - FROM
023320*  THE PARM TAIL (PARM='ALUMRPT YYYYMM'), THE MENU PROMPT, OR
023330*  BLANK FOR EVERY TERM ON THE ARCHIVE.
023340 77  WS-ALUM-TERM          PIC X(06).
023350 77  WS-ARC-MATCHES        PIC 9(05)         COMP.
023360 77  WS-ARC-SEQ            PIC 9(05)         COMP.
023370 77  WS-ARC-HIT-NO         PIC 9(05)         COMP.
023380 77  WS-ALUM-GRAND         PIC 9(05)         COMP.
023390*  CEILING OF THE TERM/COURSE TALLY TABLE BELOW - KEEP IT IN
023400*  STEP WITH THE OCCURS.
023410 77  WS-MAX-ALUM-GROUPS    PIC 9(03)         COMP VALUE 200.
023420
023430*----------------------------------------------------------------
023440*  WS-READMIT-ENTRY - THE ARCHIVED STUDENT BEING BROUGHT BACK,
023450*  HELD WHILE THE ARCHIVE SCAN AND THE RESTORE RUN - THE SAME
023460*  SHAPE AS WS-REINSTATE-ENTRY.
023470*----------------------------------------------------------------
023480 01  WS-READMIT-ENTRY.
023490     05  WS-RA-FULLNAME    PIC X(30).
023500     05  WS-RA-COURSE      PIC X(20).
023510     05  WS-RA-MOBILE      PIC X(11).
023520     05  WS-RA-LANDLINE    PIC X(08).
023530     05  WS-RA-AGE         PIC 99.
023540
023550*----------------------------------------------------------------
023560*  WS-ALUM-SUMMARY - GRADUATE COUNTS BY TERM AND COURSE, BUILT
023570*  THE WAY THE COURSE SUMMARY TABLE IS BUILT (SLOT 1 IS THE
023580*  PRE-SEEDED BLANK PLACEHOLDER).
023590*----------------------------------------------------------------
023600 01  WS-ALUM-SUMMARY.
023610     02  WS-ALUM-COUNT     PIC 9(03)         COMP VALUE 0.
023620     02  WS-ALUM-ENTRY OCCURS 1 TO 200 TIMES
023630             DEPENDING ON WS-ALUM-COUNT
023640             INDEXED BY q.
023650         03  WS-ALUM-KEY.
023660             04  WS-AL-TERM    PIC X(06).
023670             04  WS-AL-COURSE  PIC X(20).
023680         03  WS-AL-TALLY   PIC 9(05)         COMP.
023690 01  WS-ALUM-KEY-TEST.
023700     05  WS-ALK-TERM       PIC X(06).
023710     05  WS-ALK-COURSE     PIC X(20).
023720
023730*----------------------------------------------------------------
023740*  ACADEMIC STANDING THRESHOLDS ON THE 1.00-5.00 SCALE (LOWER IS
023750*  BETTER), KEPT HERE LIKE THE AGE AND GRADE BOUNDS ABOVE.
023760*  DEAN'S LIST: A TERM GPA OF WS-DEANS-GPA OR BETTER CARRIED
023770*  OVER AT LEAST WS-DEANS-UNITS UNITS, WITH NO GRADE IN THE TERM
023780*  WORSE THAN WS-DEANS-WORST. PROBATION: A CUMULATIVE GPA WORSE
023790*  THAN WS-PROBATION-GPA. DISMISSAL: A CUMULATIVE GPA WORSE THAN
023800*  WS-DISMISS-GPA.
023810*----------------------------------------------------------------
023820 77  WS-DEANS-GPA          PIC 9V99          VALUE 1.75.
023830 77  WS-DEANS-UNITS        PIC 9(02)         VALUE 15.
023840 77  WS-DEANS-WORST        PIC 9V99          VALUE 2.50.
023850 77  WS-PROBATION-GPA      PIC 9V99          VALUE 2.50.
023860 77  WS-DISMISS-GPA        PIC 9V99          VALUE 3.00.
023870*  THE TERM THE STANDING RUN COVERS - FROM THE PARM TAIL
023880*  (PARM='STANDING YYYYMM') OR DEFAULTED TO WS-CURRENT-TERM.
023890 77  WS-STD-TERM           PIC X(06).
023900 77  WS-STD-SLOT           PIC 9(05)         COMP.
023910*  THE LAST SLOT THE STANDING RUN CLASSIFIED - A WAITLIST
023920*  PROMOTION BEHIND A DISMISSAL CAN GROW THE TABLE PAST IT.
023930 77  WS-STD-LAST-SLOT      PIC 9(05)         COMP.
023940 77  WS-STD-LIST-TALLY     PIC 9(05)         COMP.
023950 77  WS-STD-SUB-TALLY      PIC 9(05)         COMP.
023960 77  WS-PREV-LIST          PIC X(01).
023970 77  WS-STD-TEXT           PIC X(20).
023980 01  WS-STANDING-TOTALS.
023990     05  WS-STD-WRITTEN        PIC 9(05)     COMP VALUE 0.
024000     05  WS-STD-DUPED          PIC 9(05)     COMP VALUE 0.
024010     05  WS-STD-DEANS          PIC 9(05)     COMP VALUE 0.
024020     05  WS-STD-GOOD           PIC 9(05)     COMP VALUE 0.
024030     05  WS-STD-PROBATION      PIC 9(05)     COMP VALUE 0.
024040     05  WS-STD-DISMISSED      PIC 9(05)     COMP VALUE 0.
024050     05  WS-STD-WITHDRAWN      PIC 9(05)     COMP VALUE 0.
024060     05  WS-STD-ORPHANS        PIC 9(05)     COMP VALUE 0.
024070
024080*----------------------------------------------------------------
024090*  WS-STANDING-WORK - ONE GPA ACCUMULATOR PER STUDENT-INFO SLOT
024100*  (SAME SUBSCRIPT), FILLED BY ONE PASS OVER GRADE-FILE. THE
024110*  TERM FIGURES COVER THE GRADES POSTED FOR WS-STD-TERM; THE
024120*  CUMULATIVE FIGURES COVER EVERY TERM UP TO AND INCLUDING IT.
024130*  KEEP THE OCCURS IN STEP WITH student-info.
024140*----------------------------------------------------------------
024150 01  WS-STANDING-WORK.
024160     02  WS-SW-ENTRY OCCURS 500 TIMES.
024170         03  WS-SW-TERM-UNITS  PIC 9(05)     COMP.
024180         03  WS-SW-TERM-POINTS PIC 9(07)V99  COMP-3.
024190         03  WS-SW-CUM-UNITS   PIC 9(05)     COMP.
024200         03  WS-SW-CUM-POINTS  PIC 9(07)V99  COMP-3.
024210         03  WS-SW-WORST       PIC 9V99.
024220         03  WS-SW-TERM-GPA    PIC 9V99.
024230         03  WS-SW-CUM-GPA     PIC 9V99.
024240         03  WS-SW-STANDING    PIC X(01).
024250         03  WS-SW-ON-FILE-SW  PIC X(01).
024260             88  WS-SW-ON-FILE                VALUE "Y".
024270
024280*----------------------------------------------------------------
024290*  TRANSCRIPT OF RECORDS WORK FIELDS (MENU [22] / PARM=
024300*  'TRANSCPT'). EVERY GRADE COUNTS TOWARD THE GPA, AS ON MENU
024310*  [13]; ONLY A GRADE OF WS-PASSING-GRADE OR BETTER EARNS ITS
024320*  UNITS (5.00 IS FAILED).
024330*----------------------------------------------------------------
024340 77  WS-PASSING-GRADE      PIC 9V99          VALUE 3.00.
024350 77  WS-TOR-IX             PIC 9(02)         COMP.
024360 77  WS-TOR-PREV-TERM      PIC X(06).
024370 77  WS-TOR-GRADES         PIC 9(05)         COMP.
024380 77  WS-TOR-TERM-UNITS     PIC 9(05)         COMP.
024390 77  WS-TOR-TERM-POINTS    PIC 9(07)V99      COMP-3.
024400 77  WS-TOR-CUM-UNITS      PIC 9(05)         COMP.
024410 77  WS-TOR-CUM-POINTS     PIC 9(07)V99      COMP-3.
024420 77  WS-TOR-EARNED         PIC 9(05)         COMP.
024430 77  WS-TOR-PRINTED        PIC 9(05)         COMP.
024440 77  WS-TOR-NOTFOUND       PIC 9(05)         COMP.
024450*  WHO THE TRANSCRIPT IS FOR - FROM THE DIRECTORY WHEN THE
024460*  STUDENT IS STILL THERE, OTHERWISE FROM THE LATEST ARCHIVE
024470*  ENTRY UNDER ANY NUMBER IN THE CHAIN.
024480 01  WS-TOR-STUDENT.
024490     05  WS-TOR-SNO        PIC X(30).
024500     05  WS-TOR-FULLNAME   PIC X(30).
024510     05  WS-TOR-COURSE     PIC X(20).
024520     05  WS-TOR-STATUS     PIC X(01).
024530     05  WS-TOR-STATUS-TERM
024540                           PIC X(06).
024550
024560*----------------------------------------------------------------
024570*  DAILY COLLECTION REPORT AND PAYMENT HISTORY WORK FIELDS.
024580*  WS-COL-DATE IS THE ONE DAY THE COLLECTION REPORT COVERS -
024590*  FROM THE PARM TAIL (PARM='COLLECT YYYYMMDD'), THE MENU
024600*  PROMPT, OR BLANK FOR EVERY DATE ON THE LEDGER.
024610*----------------------------------------------------------------
024620 77  WS-COL-DATE           PIC X(08).
024630 77  WS-PREV-COL-DATE      PIC 9(08).
024640 77  WS-COL-SUB-COUNT      PIC 9(05)         COMP.
024650 77  WS-COL-DAY-COUNT      PIC 9(05)         COMP.
024660 77  WS-COL-ALL-COUNT      PIC 9(05)         COMP.
024670 77  WS-COL-SUB-AMOUNT     PIC S9(09)V99     COMP-3.
024680 77  WS-COL-DAY-AMOUNT     PIC S9(09)V99     COMP-3.
024690 77  WS-COL-ALL-AMOUNT     PIC S9(09)V99     COMP-3.
024700 77  WS-PREV-HIST-KEY      PIC X(56).
024710 77  WS-COL-MONEY-ED        PIC -Z(8)9.99.
024720 01  WS-COL-DATE-WORK.
024730     05  WS-COL-DATE-IN    PIC 9(08).
024740     05  WS-COL-DATE-X REDEFINES WS-COL-DATE-IN.
024750         10  WS-COL-DATE-YYYY  PIC X(04).
024760         10  WS-COL-DATE-MM    PIC X(02).
024770         10  WS-COL-DATE-DD    PIC X(02).
024780 01  WS-COL-DATE-ED.
024790     05  WS-COL-ED-YYYY    PIC X(04).
024800     05  FILLER            PIC X(01)     VALUE "-".
024810     05  WS-COL-ED-MM      PIC X(02).
024820     05  FILLER            PIC X(01)     VALUE "-".
024830     05  WS-COL-ED-DD      PIC X(02).
024840
024850*----------------------------------------------------------------
024860*  HOLD WORK FIELDS. WS-HOLD-SNO IS THE STUDENT 7410-CHECK-HOLDS
024870*  LOOKS UP; WS-HOLD-TYPE AND WS-HOLD-OFFICE NAME THE ONE HOLD A
024880*  PLACE OR RELEASE WORKS ON (BOTH BLANK MEANS ANY ACTIVE HOLD).
024890*  WS-HOLD-NAME IS THE HOLD EVERY REFUSAL MESSAGE QUOTES.
024900*  WS-HLD-OFFICE IS THE ONE OFFICE THE HOLDS REPORT COVERS
024910*  (PARM='HOLDRPT OFFICE' OR THE MENU PROMPT; BLANK MEANS ALL).
024920*----------------------------------------------------------------
024930 77  WS-HOLD-SNO           PIC X(30).
024940 77  WS-HOLD-TYPE          PIC X(03).
024950     88  WS-HOLD-TYPE-VALID  VALUE "LIB" "FIN" "DSC" "REG".
024960 77  WS-HOLD-OFFICE        PIC X(10).
024970 77  WS-HOLD-REMARK        PIC X(30).
024980 77  WS-HOLD-ACTION        PIC X(01).
024990 77  WS-HLD-OFFICE         PIC X(10).
025000 77  WS-HLD-PREV-OFFICE    PIC X(10).
025010 77  WS-HLD-SUB-COUNT      PIC 9(05)         COMP.
025020 77  WS-HLD-ALL-COUNT      PIC 9(05)         COMP.
025030 77  WS-LTR-HELD           PIC 9(05)         COMP.
025040 77  WS-TOR-HELD           PIC 9(05)         COMP.
025050 01  WS-HOLD-NAME.
025060     05  WS-HN-TYPE        PIC X(03).
025070     05  FILLER            PIC X(11)     VALUE " HOLD FROM ".
025080     05  WS-HN-OFFICE      PIC X(10).
025090     05  FILLER            PIC X(08)     VALUE " PLACED ".
025100     05  WS-HN-DATE        PIC X(10).
025110 01  WS-HOLD-SAVE          PIC X(113).
025120
025130*----------------------------------------------------------------
025140*  WS-HIST-CHAIN - THE STUDENT NUMBERS ONE RECORD HAS CARRIED,
025150*  BUILT BY 6120-EXPAND-CHAIN FROM THE "N" ENTRIES IN THE
025160*  JOURNAL SO MENU [10] PLAYS THE FULL HISTORY ACROSS EVERY
025170*  CORRECTION.
025180*----------------------------------------------------------------
025190 77  WS-MAX-CHAIN          PIC 9(02)         COMP VALUE 10.
025200 01  WS-HIST-CHAIN.
025210     02  WS-CHAIN-COUNT    PIC 9(02)         COMP VALUE 0.
025220     02  WS-CHAIN-SNO OCCURS 1 TO 10 TIMES
025230             DEPENDING ON WS-CHAIN-COUNT
025240             INDEXED BY cn
025250                           PIC X(30).
025260 01  WS-CHAIN-FLAGS.
025270     05  WS-CHAIN-GREW-SW  PIC X(01)     VALUE "N".
025280         88  WS-CHAIN-GREW                    VALUE "Y".
025290     05  WS-IN-CHAIN-SW    PIC X(01)     VALUE "N".
025300         88  WS-IN-CHAIN                      VALUE "Y".
025310 01  WS-DELTA-TABLE.
025320     02  WS-DELTA-COUNT    PIC 9(05)         COMP VALUE 0.
025330     02  WS-DELTA-ENTRY OCCURS 1 TO 500 TIMES
025340             DEPENDING ON WS-DELTA-COUNT
025350             INDEXED BY d.
025360         03  WS-DLT-SNO    PIC X(30).
025370         03  WS-DLT-ACTION PIC X(06).
025380         03  WS-DLT-NAME   PIC X(30).
025390         03  WS-DLT-COURSE PIC X(20).
025400         03  WS-DLT-STATUS PIC X(01).
025410         03  WS-DLT-TERM   PIC X(06).
025420*  THE ROW BEING UPSERTED, STAGED HERE SO ONE PARAGRAPH SERVES
025430*  EVERY ACTION - A NUMBER CORRECTION UPSERTS TWO ROWS.
025440 01  WS-DLT-WORK.
025450     05  WS-DLT-WORK-SNO    PIC X(30).
025460     05  WS-DLT-WORK-ACTION PIC X(06).
025470     05  WS-DLT-WORK-NAME   PIC X(30).
025480     05  WS-DLT-WORK-COURSE PIC X(20).
025490     05  WS-DLT-WORK-STATUS PIC X(01).
025500     05  WS-DLT-WORK-TERM   PIC X(06).
025510
025520 01  WS-DELETE-STAMP.
025530     05  WS-DELETE-DATE        PIC 9(08).
025540     05  WS-DELETE-TIME        PIC 9(08).
025550
025560 01  WS-CHANGE-STAMP.
025570     05  WS-CHANGE-DATE        PIC 9(08).
025580     05  WS-CHANGE-TIME        PIC 9(08).
025590
025600*----------------------------------------------------------------
025610*  WS-BEFORE-IMAGE - THE STUDENT AS THEY STOOD BEFORE THE CHANGE
025620*  IN HAND, CAPTURED BY 5220-CAPTURE-BEFORE-IMAGE AHEAD OF AN
025630*  EDIT OR DELETE AND BLANKED BY 5210-CLEAR-BEFORE-IMAGE FOR AN
025640*  ADD OR REINSTATEMENT, THEN JOURNALED BY 5200-LOG-CHANGE.
025650*----------------------------------------------------------------
025660 01  WS-BEFORE-IMAGE.
025670     05  WS-OLD-FULLNAME   PIC X(30).
025680     05  WS-OLD-COURSE     PIC X(20).
025690     05  WS-OLD-MOBILE     PIC X(11).
025700     05  WS-OLD-LANDLINE   PIC X(08).
025710     05  WS-OLD-AGE        PIC 99.
025720     05  WS-OLD-STATUS     PIC X(01).
025730     05  WS-OLD-STATUS-TERM  PIC X(06).
025740
025750*----------------------------------------------------------------
025760*  WS-OVERFLOW-ENTRY - HOLDS ONE ENROLLEE'S DATA WHILE THE
025770*  DIRECTORY IS AT FULL CAPACITY, BEFORE IT IS WRITTEN TO
025780*  OVERFLOW-FILE.
025790*----------------------------------------------------------------
025800 01  WS-OVERFLOW-ENTRY.
025810     05  OVF-FULLNAME      PIC X(30).
025820     05  OVF-SNO           PIC X(30).
025830     05  OVF-COURSE        PIC X(20).
025840     05  OVF-MOBILE        PIC X(11).
025850     05  OVF-LANDLINE      PIC X(08).
025860     05  OVF-AGE           PIC 99.
025870     05  OVF-STATUS        PIC X(01).
025880     05  OVF-STATUS-TERM   PIC X(06).
025890
025900*----------------------------------------------------------------
025910*  STUDENT-INFO - IN-MEMORY COPY OF THE DIRECTORY USED BY THE
025920*  MENU PARAGRAPHS. LOADED FROM STUDENT-MASTER AT STARTUP; EVERY
025930*  ADD / EDIT / DELETE IS THEN APPLIED TO THE FILE IN PLACE AS A
025940*  SINGLE KEYED OPERATION (8200/8300/8400) AT THE SAME TIME IT
025950*  LANDS IN THE TABLE. SIZED FOR A REAL CLASS ROSTER (UP TO
025960*  WS-MAX-STUDENTS) RATHER THAN A FIXED TABLE OF 5; ENTRIES
025970*  PAST THAT CEILING SPILL TO OVERFLOW-FILE.
025980*----------------------------------------------------------------
025990 01  students.
026000     02  WS-STUDENT-COUNT  PIC 9(05)         COMP VALUE 0.
026010     02  student-info OCCURS 1 TO 500 TIMES
026020             DEPENDING ON WS-STUDENT-COUNT
026030             INDEXED BY i k.
026040         03  fullname      PIC X(30).
026050         03  sNo           PIC X(30).
026060         03  course        PIC X(20).
026070         03  contact-info.
026080             04  mobile    PIC X(11).
026090             04  landline  PIC X(08).
026100         03  age           PIC 99.
026110*  ENROLLMENT STATUS AND THE TERM THE STUDENT ENTERED IT -
026120*  ACTIVE STUDENTS ARE WHAT THE DEPARTMENT COUNTS; GRADUATED AND
026130*  WITHDRAWN STUDENTS LEAVE THE DIRECTORY AT THE END-OF-TERM
026140*  ROLLOVER (PARM='ROLLOVER').
026150         03  enroll-status PIC X(01).
026160             88  enroll-active                VALUE "A".
026170             88  enroll-loa                   VALUE "L".
026180             88  enroll-graduated             VALUE "G".
026190             88  enroll-withdrawn             VALUE "W".
026200         03  status-term   PIC X(06).
026210
026220*----------------------------------------------------------------
026230*  WS-COURSE-SUMMARY - DISTINCT COURSES AND HEADCOUNTS, BUILT BY
026240*  9100-COURSE-SUMMARY EACH TIME THE REPORT IS REQUESTED.
026250*----------------------------------------------------------------
026260 01  WS-COURSE-SUMMARY.
026270     02  WS-COURSE-COUNT   PIC 9(03)         COMP VALUE 0.
026280     02  WS-COURSE-ENTRY OCCURS 1 TO 51 TIMES
026290             DEPENDING ON WS-COURSE-COUNT
026300             INDEXED BY m n.
026310         03  WS-CRS-NAME   PIC X(20).
026320         03  WS-CRS-TALLY  PIC 9(05)         COMP.
026330
026340*----------------------------------------------------------------
026350*  ROSTER REPORT PRINT LINES - BUILT BY 9500-PRINT-ROSTER AND
026360*  ITS SUBORDINATES, WRITTEN TO REPORT-FILE THROUGH
026370*  RPT-PRINT-LINE.
026380*----------------------------------------------------------------
026390 01  RPT-HEADING-1.
026400     05  FILLER            PIC X(40)     VALUE
026410         "STUDENT DIRECTORY ROSTER".
026420     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
026430     05  RPT-H1-DATE       PIC X(10).
026440     05  FILLER            PIC X(05)     VALUE SPACES.
026450     05  FILLER            PIC X(05)     VALUE "PAGE ".
026460     05  RPT-H1-PAGE       PIC ZZ9.
026470
026480 01  RPT-HEADING-2.
026490     05  FILLER            PIC X(02)     VALUE SPACES.
026500     05  FILLER            PIC X(31)     VALUE "STUDENT NUMBER".
026510     05  FILLER            PIC X(31)     VALUE "FULLNAME".
026520     05  FILLER            PIC X(05)     VALUE "AGE".
026530     05  FILLER            PIC X(13)     VALUE "MOBILE".
026540     05  FILLER            PIC X(08)     VALUE "LANDLINE".
026550
026560 01  RPT-COURSE-LINE.
026570     05  FILLER            PIC X(08)     VALUE "COURSE: ".
026580     05  RPT-COURSE-NAME   PIC X(20).
026590
026600 01  RPT-DETAIL-LINE.
026610     05  FILLER            PIC X(02)     VALUE SPACES.
026620     05  RPT-DET-SNO       PIC X(30).
026630     05  FILLER            PIC X(01)     VALUE SPACES.
026640     05  RPT-DET-NAME      PIC X(30).
026650     05  FILLER            PIC X(01)     VALUE SPACES.
026660     05  RPT-DET-AGE       PIC Z9.
026670     05  FILLER            PIC X(03)     VALUE SPACES.
026680     05  RPT-DET-MOBILE    PIC X(11).
026690     05  FILLER            PIC X(02)     VALUE SPACES.
026700     05  RPT-DET-LANDLINE  PIC X(08).
026710
026720 01  RPT-SUBTOTAL-LINE.
026730     05  FILLER            PIC X(02)     VALUE SPACES.
026740     05  FILLER            PIC X(20)     VALUE
026750         "STUDENTS IN COURSE: ".
026760     05  RPT-SUB-TALLY     PIC ZZZZ9.
026770
026780 01  RPT-TOTAL-LINE.
026790     05  FILLER            PIC X(16)     VALUE "TOTAL STUDENTS: ".
026800     05  RPT-TOT-TALLY     PIC ZZZZ9.
026810
026820 01  WS-RPT-RUN-DATE.
026830     05  WS-RPT-YYYY       PIC X(04).
026840     05  FILLER            PIC X(01)     VALUE "-".
026850     05  WS-RPT-MM         PIC X(02).
026860     05  FILLER            PIC X(01)     VALUE "-".
026870     05  WS-RPT-DD         PIC X(02).
026880
026890*----------------------------------------------------------------
026900*  TERM GRADE REGISTER PRINT LINES - BUILT BY 9350-GRADE-REGISTER
026910*  AND ITS SUBORDINATES, WRITTEN TO REPORT-FILE THROUGH
026920*  RPT-PRINT-LINE LIKE THE ROSTER.
026930*----------------------------------------------------------------
026940 01  GRG-HEADING-1.
026950     05  FILLER            PIC X(26)     VALUE
026960         "TERM GRADE REGISTER  TERM ".
026970     05  GRG-H1-TERM       PIC X(06).
026980     05  FILLER            PIC X(08)     VALUE SPACES.
026990     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
027000     05  GRG-H1-DATE       PIC X(10).
027010     05  FILLER            PIC X(05)     VALUE SPACES.
027020     05  FILLER            PIC X(05)     VALUE "PAGE ".
027030     05  GRG-H1-PAGE       PIC ZZ9.
027040
027050 01  GRG-HEADING-2.
027060     05  FILLER            PIC X(02)     VALUE SPACES.
027070     05  FILLER            PIC X(31)     VALUE "STUDENT NUMBER".
027080     05  FILLER            PIC X(31)     VALUE "FULLNAME".
027090     05  FILLER            PIC X(07)     VALUE "UNITS".
027100     05  FILLER            PIC X(05)     VALUE "GRADE".
027110
027120 01  GRG-COURSE-LINE.
027130     05  FILLER            PIC X(09)     VALUE "SUBJECT: ".
027140     05  GRG-CRS-CODE      PIC X(10).
027150     05  FILLER            PIC X(02)     VALUE SPACES.
027160     05  GRG-CRS-TITLE     PIC X(30).
027170
027180 01  GRG-DETAIL-LINE.
027190     05  FILLER            PIC X(02)     VALUE SPACES.
027200     05  GRG-DET-SNO       PIC X(30).
027210     05  FILLER            PIC X(01)     VALUE SPACES.
027220     05  GRG-DET-NAME      PIC X(30).
027230     05  FILLER            PIC X(03)     VALUE SPACES.
027240     05  GRG-DET-UNITS     PIC Z9.
027250     05  FILLER            PIC X(04)     VALUE SPACES.
027260     05  GRG-DET-GRADE     PIC 9.99.
027270
027280 01  GRG-SUBTOTAL-LINE.
027290     05  FILLER            PIC X(02)     VALUE SPACES.
027300     05  FILLER            PIC X(19)     VALUE
027310         "GRADES IN SUBJECT: ".
027320     05  GRG-SUB-TALLY     PIC ZZZZ9.
027330     05  FILLER            PIC X(14)     VALUE "   AVG GRADE: ".
027340     05  GRG-SUB-AVG       PIC 9.99.
027350
027360 01  GRG-TOTAL-LINE.
027370     05  FILLER            PIC X(16)     VALUE "TOTAL GRADES:   ".
027380     05  GRG-TOT-TALLY     PIC ZZZZ9.
027390
027400*----------------------------------------------------------------
027410*  OUTSTANDING-BALANCE REPORT PRINT LINES - BUILT BY
027420*  9250-BALANCE-REPORT, WRITTEN TO REPORT-FILE THROUGH
027430*  RPT-PRINT-LINE LIKE THE ROSTER.
027440*----------------------------------------------------------------
027450 01  BIL-HEADING-1.
027460     05  FILLER            PIC X(40)     VALUE
027470         "OUTSTANDING TUITION BALANCES".
027480     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
027490     05  BIL-H1-DATE       PIC X(10).
027500     05  FILLER            PIC X(05)     VALUE SPACES.
027510     05  FILLER            PIC X(05)     VALUE "PAGE ".
027520     05  BIL-H1-PAGE       PIC ZZ9.
027530
027540 01  BIL-HEADING-2.
027550     05  FILLER            PIC X(22)     VALUE "COURSE".
027560     05  FILLER            PIC X(14)     VALUE "         GROSS".
027570     05  FILLER            PIC X(14)     VALUE "     DISCOUNTS".
027580     05  FILLER            PIC X(14)     VALUE "       NET DUE".
027590     05  FILLER            PIC X(14)     VALUE "          PAID".
027600     05  FILLER            PIC X(14)     VALUE "       BALANCE".
027610
027620 01  BIL-DETAIL-LINE.
027630     05  BIL-DET-COURSE    PIC X(20).
027640     05  FILLER            PIC X(02)     VALUE SPACES.
027650     05  BIL-DET-GROSS     PIC Z(8)9.99.
027660     05  FILLER            PIC X(02)     VALUE SPACES.
027670     05  BIL-DET-DISCOUNT  PIC Z(8)9.99.
027680     05  FILLER            PIC X(02)     VALUE SPACES.
027690     05  BIL-DET-ASSESSED  PIC Z(8)9.99.
027700     05  FILLER            PIC X(02)     VALUE SPACES.
027710     05  BIL-DET-PAID      PIC Z(8)9.99.
027720     05  FILLER            PIC X(01)     VALUE SPACES.
027730     05  BIL-DET-BALANCE   PIC -Z(8)9.99.
027740
027750 01  BIL-TOTAL-LINE.
027760     05  FILLER            PIC X(20)     VALUE "TOTAL".
027770     05  FILLER            PIC X(02)     VALUE SPACES.
027780     05  BIL-TOT-GROSS     PIC Z(8)9.99.
027790     05  FILLER            PIC X(02)     VALUE SPACES.
027800     05  BIL-TOT-DISCOUNT  PIC Z(8)9.99.
027810     05  FILLER            PIC X(02)     VALUE SPACES.
027820     05  BIL-TOT-ASSESSED  PIC Z(8)9.99.
027830     05  FILLER            PIC X(02)     VALUE SPACES.
027840     05  BIL-TOT-PAID      PIC Z(8)9.99.
027850     05  FILLER            PIC X(01)     VALUE SPACES.
027860     05  BIL-TOT-BALANCE   PIC -Z(8)9.99.
027870
027880*----------------------------------------------------------------
027890*  DATA-QUALITY EXCEPTIONS REPORT PRINT LINES - BUILT BY
027900*  9050-QUALITY-SWEEP, WRITTEN TO REPORT-FILE THROUGH
027910*  RPT-PRINT-LINE LIKE THE ROSTER.
027920*----------------------------------------------------------------
027930 01  SWP-HEADING-1.
027940     05  FILLER            PIC X(40)     VALUE
027950         "STUDENT MASTER DATA-QUALITY EXCEPTIONS".
027960     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
027970     05  SWP-H1-DATE       PIC X(10).
027980     05  FILLER            PIC X(05)     VALUE SPACES.
027990     05  FILLER            PIC X(05)     VALUE "PAGE ".
028000     05  SWP-H1-PAGE       PIC ZZ9.
028010
028020 01  SWP-HEADING-2.
028030     05  FILLER            PIC X(02)     VALUE SPACES.
028040     05  FILLER            PIC X(31)     VALUE "STUDENT NUMBER".
028050     05  FILLER            PIC X(31)     VALUE "FULLNAME".
028060     05  FILLER            PIC X(12)     VALUE "REASON".
028070
028080 01  SWP-DETAIL-LINE.
028090     05  FILLER            PIC X(02)     VALUE SPACES.
028100     05  SWP-DET-SNO       PIC X(30).
028110     05  FILLER            PIC X(01)     VALUE SPACES.
028120     05  SWP-DET-NAME      PIC X(30).
028130     05  FILLER            PIC X(01)     VALUE SPACES.
028140     05  SWP-DET-REASON    PIC X(12).
028150
028160 01  SWP-TOTAL-LINE.
028170     05  FILLER            PIC X(17)     VALUE
028180         "RECORDS CHECKED: ".
028190     05  SWP-TOT-READ      PIC ZZZZ9.
028200     05  FILLER            PIC X(14)     VALUE "   EXCEPTIONS:".
028210     05  FILLER            PIC X(01)     VALUE SPACES.
028220     05  SWP-TOT-BAD       PIC ZZZZ9.
028230
028240*----------------------------------------------------------------
028250*  ENROLLMENT VERIFICATION LETTER PRINT LINES - ONE PAGE PER
028260*  LETTER, WRITTEN TO REPORT-FILE BY 6350-PRINT-LETTER. EVERY
028270*  FACT ON THE LETTER COMES STRAIGHT FROM SM-RECORD.
028280*----------------------------------------------------------------
028290 01  LTR-TITLE-LINE.
028300     05  FILLER            PIC X(20)     VALUE SPACES.
028310     05  FILLER            PIC X(25)     VALUE
028320         "CERTIFICATE OF ENROLLMENT".
028330
028340 01  LTR-DATE-LINE.
028350     05  FILLER            PIC X(06)     VALUE "DATE: ".
028360     05  LTR-DATE          PIC X(10).
028370
028380 01  LTR-SALUTE-LINE.
028390     05  FILLER            PIC X(23)     VALUE
028400         "TO WHOM IT MAY CONCERN:".
028410
028420 01  LTR-PROSE-1.
028430     05  FILLER            PIC X(52)     VALUE
028440         "THIS CERTIFIES THAT THE STUDENT NAMED BELOW IS AN".
028450
028460 01  LTR-PROSE-2.
028470     05  FILLER            PIC X(52)     VALUE
028480         "ACTIVELY ENROLLED STUDENT OF THIS DEPARTMENT.".
028490
028500 01  LTR-NAME-LINE.
028510     05  FILLER            PIC X(17)     VALUE
028520         "STUDENT NAME   : ".
028530     05  LTR-NAME          PIC X(30).
028540
028550 01  LTR-SNO-LINE.
028560     05  FILLER            PIC X(17)     VALUE
028570         "STUDENT NUMBER : ".
028580     05  LTR-SNO           PIC X(30).
028590
028600 01  LTR-COURSE-LINE.
028610     05  FILLER            PIC X(17)     VALUE
028620         "DEGREE PROGRAM : ".
028630     05  LTR-COURSE        PIC X(20).
028640
028650 01  LTR-STATUS-LINE.
028660     05  FILLER            PIC X(17)     VALUE
028670         "STATUS         : ".
028680     05  FILLER            PIC X(17)     VALUE
028690         "ACTIVELY ENROLLED".
028700
028710 01  LTR-TERM-LINE.
028720     05  FILLER            PIC X(17)     VALUE
028730         "AS OF TERM     : ".
028740     05  LTR-TERM          PIC X(06).
028750
028760 01  LTR-PROSE-3.
028770     05  FILLER            PIC X(52)     VALUE
028780         "ISSUED ON REQUEST FOR WHATEVER PURPOSE IT MAY SERVE.".
028790
028800 01  LTR-SIGN-RULE.
028810     05  FILLER            PIC X(33)     VALUE
028820         "_________________________________".
028830
028840 01  LTR-SIGN-TITLE.
028850     05  FILLER            PIC X(27)     VALUE
028860         "REGISTRAR - STUDENT RECORDS".
028870
028880*----------------------------------------------------------------
028890*  GRADUATES-BY-TERM REPORT PRINT LINES - BUILT BY
028900*  9985-ALUMNI-REPORT, WRITTEN TO REPORT-FILE THROUGH
028910*  RPT-PRINT-LINE LIKE THE ROSTER.
028920*----------------------------------------------------------------
028930 01  ALM-HEADING-1.
028940     05  FILLER            PIC X(26)     VALUE
028950         "GRADUATES BY TERM   TERM: ".
028960     05  ALM-H1-TERM       PIC X(06).
028970     05  FILLER            PIC X(08)     VALUE SPACES.
028980     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
028990     05  ALM-H1-DATE       PIC X(10).
029000     05  FILLER            PIC X(05)     VALUE SPACES.
029010     05  FILLER            PIC X(05)     VALUE "PAGE ".
029020     05  ALM-H1-PAGE       PIC ZZ9.
029030
029040 01  ALM-HEADING-2.
029050     05  FILLER            PIC X(02)     VALUE SPACES.
029060     05  FILLER            PIC X(10)     VALUE "TERM".
029070     05  FILLER            PIC X(22)     VALUE "COURSE".
029080     05  FILLER            PIC X(09)     VALUE "GRADUATES".
029090
029100 01  ALM-DETAIL-LINE.
029110     05  FILLER            PIC X(02)     VALUE SPACES.
029120     05  ALM-DET-TERM      PIC X(06).
029130     05  FILLER            PIC X(04)     VALUE SPACES.
029140     05  ALM-DET-COURSE    PIC X(20).
029150     05  FILLER            PIC X(02)     VALUE SPACES.
029160     05  ALM-DET-TALLY     PIC ZZZZ9.
029170
029180 01  ALM-TOTAL-LINE.
029190     05  FILLER            PIC X(16)     VALUE "TOTAL GRADUATES:".
029200     05  FILLER            PIC X(01)     VALUE SPACES.
029210     05  ALM-TOT-TALLY     PIC ZZZZ9.
029220
029230*----------------------------------------------------------------
029240*  ACADEMIC STANDING LIST PRINT LINES - BUILT BY
029250*  7140-PRINT-STANDING-LISTS, WRITTEN TO REPORT-FILE THROUGH
029260*  RPT-PRINT-LINE LIKE THE ROSTER. EACH LIST STARTS A NEW PAGE.
029270*----------------------------------------------------------------
029280 01  STD-HEADING-1.
029290     05  FILLER            PIC X(26)     VALUE
029300         "ACADEMIC STANDING    TERM ".
029310     05  STD-H1-TERM       PIC X(06).
029320     05  FILLER            PIC X(08)     VALUE SPACES.
029330     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
029340     05  STD-H1-DATE       PIC X(10).
029350     05  FILLER            PIC X(05)     VALUE SPACES.
029360     05  FILLER            PIC X(05)     VALUE "PAGE ".
029370     05  STD-H1-PAGE       PIC ZZ9.
029380
029390 01  STD-LIST-LINE.
029400     05  STD-LIST-TITLE    PIC X(40).
029410
029420 01  STD-HEADING-2.
029430     05  FILLER            PIC X(02)     VALUE SPACES.
029440     05  FILLER            PIC X(31)     VALUE "STUDENT NUMBER".
029450     05  FILLER            PIC X(31)     VALUE "FULLNAME".
029460     05  FILLER            PIC X(07)     VALUE "UNITS".
029470     05  FILLER            PIC X(10)     VALUE "TERM GPA".
029480     05  FILLER            PIC X(07)     VALUE "CUM GPA".
029490
029500 01  STD-COURSE-LINE.
029510     05  FILLER            PIC X(08)     VALUE "COURSE: ".
029520     05  STD-COURSE-NAME   PIC X(20).
029530
029540 01  STD-DETAIL-LINE.
029550     05  FILLER            PIC X(02)     VALUE SPACES.
029560     05  STD-DET-SNO       PIC X(30).
029570     05  FILLER            PIC X(01)     VALUE SPACES.
029580     05  STD-DET-NAME      PIC X(30).
029590     05  FILLER            PIC X(02)     VALUE SPACES.
029600     05  STD-DET-UNITS     PIC ZZ9.
029610     05  FILLER            PIC X(04)     VALUE SPACES.
029620     05  STD-DET-TERM-GPA  PIC 9.99.
029630     05  FILLER            PIC X(06)     VALUE SPACES.
029640     05  STD-DET-CUM-GPA   PIC 9.99.
029650
029660 01  STD-SUBTOTAL-LINE.
029670     05  FILLER            PIC X(02)     VALUE SPACES.
029680     05  FILLER            PIC X(20)     VALUE
029690         "STUDENTS IN COURSE: ".
029700     05  STD-SUB-TALLY     PIC ZZZZ9.
029710
029720 01  STD-LIST-TOTAL-LINE.
029730     05  FILLER            PIC X(18)     VALUE
029740         "STUDENTS ON LIST: ".
029750     05  STD-LIST-TALLY    PIC ZZZZ9.
029760
029770 01  STD-SUMMARY-LINE.
029780     05  STD-SUM-LABEL     PIC X(30).
029790     05  STD-SUM-TALLY     PIC ZZZZ9.
029800
029810*----------------------------------------------------------------
029820*  TRANSCRIPT OF RECORDS PRINT LINES - BUILT BY
029830*  7220-PRINT-TRANSCRIPT, WRITTEN TO REPORT-FILE THROUGH
029840*  RPT-PRINT-LINE. EACH TRANSCRIPT STARTS A NEW PAGE AND CLOSES
029850*  WITH THE SAME SIGNATURE BLOCK AS THE VERIFICATION LETTER.
029860*----------------------------------------------------------------
029870 01  TOR-HEADING-1.
029880     05  FILLER            PIC X(30)     VALUE
029890         "OFFICIAL TRANSCRIPT OF RECORDS".
029900     05  FILLER            PIC X(10)     VALUE SPACES.
029910     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
029920     05  TOR-H1-DATE       PIC X(10).
029930     05  FILLER            PIC X(05)     VALUE SPACES.
029940     05  FILLER            PIC X(05)     VALUE "PAGE ".
029950     05  TOR-H1-PAGE       PIC ZZ9.
029960
029970 01  TOR-NAME-LINE.
029980     05  FILLER            PIC X(17)     VALUE
029990         "STUDENT NAME   : ".
030000     05  TOR-NAME          PIC X(30).
030010
030020 01  TOR-SNO-LINE.
030030     05  FILLER            PIC X(17)     VALUE
030040         "STUDENT NUMBER : ".
030050     05  TOR-SNO           PIC X(30).
030060
030070 01  TOR-COURSE-LINE.
030080     05  FILLER            PIC X(17)     VALUE
030090         "DEGREE PROGRAM : ".
030100     05  TOR-COURSE        PIC X(20).
030110     05  FILLER            PIC X(01)     VALUE SPACES.
030120     05  TOR-COURSE-TITLE  PIC X(30).
030130
030140 01  TOR-STATUS-LINE.
030150     05  FILLER            PIC X(17)     VALUE
030160         "STATUS         : ".
030170     05  TOR-STATUS-TEXT   PIC X(10).
030180     05  FILLER            PIC X(06)     VALUE " TERM ".
030190     05  TOR-STATUS-TERM   PIC X(06).
030200
030210 01  TOR-ALIAS-LINE.
030220     05  FILLER            PIC X(17)     VALUE
030230         "ALSO RECORDED AS:".
030240     05  TOR-ALIAS-SNO     PIC X(30).
030250
030260 01  TOR-HEADING-2.
030270     05  FILLER            PIC X(02)     VALUE SPACES.
030280     05  FILLER            PIC X(14)     VALUE "SUBJECT".
030290     05  FILLER            PIC X(09)     VALUE "UNITS".
030300     05  FILLER            PIC X(09)     VALUE "GRADE".
030310     05  FILLER            PIC X(07)     VALUE "REMARKS".
030320
030330 01  TOR-TERM-LINE.
030340     05  FILLER            PIC X(06)     VALUE "TERM: ".
030350     05  TOR-TERM          PIC X(06).
030360
030370 01  TOR-DETAIL-LINE.
030380     05  FILLER            PIC X(02)     VALUE SPACES.
030390     05  TOR-DET-CODE      PIC X(10).
030400     05  FILLER            PIC X(04)     VALUE SPACES.
030410     05  TOR-DET-UNITS     PIC Z9.
030420     05  FILLER            PIC X(07)     VALUE SPACES.
030430     05  TOR-DET-GRADE     PIC 9.99.
030440     05  FILLER            PIC X(05)     VALUE SPACES.
030450     05  TOR-DET-REMARK    PIC X(06).
030460
030470 01  TOR-TERM-TOTAL-LINE.
030480     05  FILLER            PIC X(02)     VALUE SPACES.
030490     05  FILLER            PIC X(12)     VALUE "TERM UNITS: ".
030500     05  TOR-TT-UNITS      PIC ZZ9.
030510     05  FILLER            PIC X(04)     VALUE SPACES.
030520     05  FILLER            PIC X(10)     VALUE "TERM GPA: ".
030530     05  TOR-TT-GPA        PIC 9.99.
030540     05  FILLER            PIC X(04)     VALUE SPACES.
030550     05  FILLER            PIC X(16)     VALUE "CUMULATIVE GPA: ".
030560     05  TOR-TT-CUM-GPA    PIC 9.99.
030570
030580 01  TOR-EARNED-LINE.
030590     05  FILLER            PIC X(21)     VALUE
030600         "TOTAL UNITS EARNED : ".
030610     05  TOR-EARNED        PIC ZZZ9.
030620
030630 01  TOR-CUM-GPA-LINE.
030640     05  FILLER            PIC X(21)     VALUE
030650         "CUMULATIVE GPA     : ".
030660     05  TOR-CUM-GPA       PIC 9.99.
030670
030680 01  TOR-NONE-LINE.
030690     05  FILLER            PIC X(20)     VALUE
030700         "NO GRADES ON RECORD.".
030710
030720 01  TOR-END-LINE.
030730     05  FILLER            PIC X(43)     VALUE
030740         "*** END OF TRANSCRIPT - NOTHING FOLLOWS ***".
030750
030760 01  TOR-SEAL-LINE.
030770     05  FILLER            PIC X(53)     VALUE
030780         "NOT VALID WITHOUT THE REGISTRAR'S SIGNATURE AND SEAL.".
030790
030800*----------------------------------------------------------------
030810*  DAILY COLLECTION REPORT PRINT LINES - BUILT BY
030820*  7300-COLLECTION-REPORT, WRITTEN TO REPORT-FILE THROUGH
030830*  RPT-PRINT-LINE LIKE THE ROSTER. A REVERSAL PRINTS AS A
030840*  NEGATIVE AMOUNT ON THE DAY IT WAS POSTED, SO EACH DAY'S TOTAL
030850*  IS WHAT THE CASHIER ACTUALLY HOLDS.
030860*----------------------------------------------------------------
030870 01  COL-HEADING-1.
030880     05  FILLER            PIC X(40)     VALUE
030890         "DAILY CASHIER COLLECTION REPORT".
030900     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
030910     05  COL-H1-DATE       PIC X(10).
030920     05  FILLER            PIC X(05)     VALUE SPACES.
030930     05  FILLER            PIC X(05)     VALUE "PAGE ".
030940     05  COL-H1-PAGE       PIC ZZ9.
030950
030960 01  COL-HEADING-2.
030970     05  FILLER            PIC X(18)     VALUE
030980         "COLLECTIONS FOR: ".
030990     05  COL-H2-FOR        PIC X(10).
031000
031010 01  COL-HEADING-3.
031020     05  FILLER            PIC X(14)     VALUE "OR NUMBER".
031030     05  FILLER            PIC X(32)     VALUE "STUDENT NUMBER".
031040     05  FILLER            PIC X(08)     VALUE "TERM".
031050     05  FILLER            PIC X(10)     VALUE "TYPE".
031060     05  FILLER            PIC X(13)     VALUE "       AMOUNT".
031070     05  FILLER            PIC X(02)     VALUE SPACES.
031080     05  FILLER            PIC X(08)     VALUE "OPERATOR".
031090
031100 01  COL-DATE-LINE.
031110     05  FILLER            PIC X(06)     VALUE "DATE: ".
031120     05  COL-DATE          PIC X(10).
031130
031140 01  COL-COURSE-LINE.
031150     05  FILLER            PIC X(10)     VALUE "  COURSE: ".
031160     05  COL-COURSE        PIC X(20).
031170
031180 01  COL-DETAIL-LINE.
031190     05  COL-DET-OR-NO     PIC X(12).
031200     05  FILLER            PIC X(02)     VALUE SPACES.
031210     05  COL-DET-SNO       PIC X(30).
031220     05  FILLER            PIC X(02)     VALUE SPACES.
031230     05  COL-DET-TERM      PIC X(06).
031240     05  FILLER            PIC X(02)     VALUE SPACES.
031250     05  COL-DET-TYPE      PIC X(08).
031260     05  FILLER            PIC X(02)     VALUE SPACES.
031270     05  COL-DET-AMOUNT    PIC -Z(8)9.99.
031280     05  FILLER            PIC X(02)     VALUE SPACES.
031290     05  COL-DET-USER      PIC X(08).
031300
031310 01  COL-TOTAL-LINE.
031320     05  FILLER            PIC X(02)     VALUE SPACES.
031330     05  COL-TOT-LABEL     PIC X(20).
031340     05  COL-TOT-COUNT     PIC ZZZZ9.
031350     05  FILLER            PIC X(09)     VALUE " ENTRIES".
031360     05  FILLER            PIC X(30)     VALUE SPACES.
031370     05  COL-TOT-AMOUNT    PIC -Z(8)9.99.
031380
031390 01  COL-NONE-LINE.
031400     05  FILLER            PIC X(34)     VALUE
031410         "NO RECEIPTS FOR THE DATE SELECTED.".
031420
031430*----------------------------------------------------------------
031440*  PAYMENT HISTORY PRINT LINES - THE OPTIONAL SECOND PART OF THE
031450*  OUTSTANDING-BALANCE REPORT (MENU [16] ANSWERED "Y", OR PARM=
031460*  'BILLRPT HISTORY'): EACH ASSESSMENT WITH THE RECEIPTS AND
031470*  REVERSALS POSTED AGAINST IT PRINTED UNDER IT.
031480*----------------------------------------------------------------
031490 01  HST-HEADING-1.
031500     05  FILLER            PIC X(40)     VALUE
031510         "PAYMENT HISTORY BY ASSESSMENT".
031520     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
031530     05  HST-H1-DATE       PIC X(10).
031540     05  FILLER            PIC X(05)     VALUE SPACES.
031550     05  FILLER            PIC X(05)     VALUE "PAGE ".
031560     05  HST-H1-PAGE       PIC ZZ9.
031570
031580 01  HST-HEADING-2.
031590     05  FILLER            PIC X(32)     VALUE "STUDENT NUMBER".
031600     05  FILLER            PIC X(08)     VALUE "TERM".
031610     05  FILLER            PIC X(22)     VALUE "COURSE".
031620     05  FILLER            PIC X(14)     VALUE "      ASSESSED".
031630     05  FILLER            PIC X(14)     VALUE "          PAID".
031640     05  FILLER            PIC X(14)     VALUE "       BALANCE".
031650
031660 01  HST-HEADING-3.
031670     05  FILLER            PIC X(06)     VALUE SPACES.
031680     05  FILLER            PIC X(12)     VALUE "DATE".
031690     05  FILLER            PIC X(14)     VALUE "OR NUMBER".
031700     05  FILLER            PIC X(10)     VALUE "TYPE".
031710     05  FILLER            PIC X(13)     VALUE "       AMOUNT".
031720     05  FILLER            PIC X(02)     VALUE SPACES.
031730     05  FILLER            PIC X(08)     VALUE "OPERATOR".
031740
031750 01  HST-ASSESS-LINE.
031760     05  HST-AS-SNO        PIC X(30).
031770     05  FILLER            PIC X(02)     VALUE SPACES.
031780     05  HST-AS-TERM       PIC X(06).
031790     05  FILLER            PIC X(02)     VALUE SPACES.
031800     05  HST-AS-COURSE     PIC X(20).
031810     05  FILLER            PIC X(02)     VALUE SPACES.
031820     05  HST-AS-ASSESSED   PIC Z(8)9.99.
031830     05  FILLER            PIC X(02)     VALUE SPACES.
031840     05  HST-AS-PAID       PIC Z(8)9.99.
031850     05  FILLER            PIC X(01)     VALUE SPACES.
031860     05  HST-AS-BALANCE    PIC -Z(8)9.99.
031870
031880 01  HST-RECEIPT-LINE.
031890     05  FILLER            PIC X(06)     VALUE SPACES.
031900     05  HST-RCT-DATE      PIC X(10).
031910     05  FILLER            PIC X(02)     VALUE SPACES.
031920     05  HST-RCT-OR-NO     PIC X(12).
031930     05  FILLER            PIC X(02)     VALUE SPACES.
031940     05  HST-RCT-TYPE      PIC X(08).
031950     05  FILLER            PIC X(02)     VALUE SPACES.
031960     05  HST-RCT-AMOUNT    PIC -Z(8)9.99.
031970     05  FILLER            PIC X(02)     VALUE SPACES.
031980     05  HST-RCT-USER      PIC X(08).
031990
032000 01  HST-ORPHAN-LINE.
032010     05  HST-OR-SNO        PIC X(30).
032020     05  FILLER            PIC X(02)     VALUE SPACES.
032030     05  HST-OR-TERM       PIC X(06).
032040     05  FILLER            PIC X(02)     VALUE SPACES.
032050     05  HST-OR-COURSE     PIC X(20).
032060     05  FILLER            PIC X(02)     VALUE SPACES.
032070     05  FILLER            PIC X(29)     VALUE
032080         "*** NO ASSESSMENT ON FILE ***".
032090
032100*----------------------------------------------------------------
032110*  HOLDS REPORT PRINT LINES - BUILT BY 7470-HOLDS-REPORT,
032120*  WRITTEN TO REPORT-FILE THROUGH RPT-PRINT-LINE LIKE THE
032130*  ROSTER. ONE SECTION PER PLACING OFFICE SO EACH OFFICE CAN
032140*  REVIEW AND RELEASE ITS OWN HOLDS.
032150*----------------------------------------------------------------
032160 01  HLD-HEADING-1.
032170     05  FILLER            PIC X(40)     VALUE
032180         "ACTIVE STUDENT HOLDS BY OFFICE".
032190     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
032200     05  HLD-H1-DATE       PIC X(10).
032210     05  FILLER            PIC X(05)     VALUE SPACES.
032220     05  FILLER            PIC X(05)     VALUE "PAGE ".
032230     05  HLD-H1-PAGE       PIC ZZ9.
032240
032250 01  HLD-HEADING-2.
032260     05  FILLER            PIC X(32)     VALUE "STUDENT NUMBER".
032270     05  FILLER            PIC X(22)     VALUE "HOLD".
032280     05  FILLER            PIC X(12)     VALUE "PLACED".
032290     05  FILLER            PIC X(10)     VALUE "BY".
032300     05  FILLER            PIC X(30)     VALUE "REMARK".
032310
032320 01  HLD-OFFICE-LINE.
032330     05  FILLER            PIC X(08)     VALUE "OFFICE: ".
032340     05  HLD-OFFICE        PIC X(10).
032350
032360 01  HLD-DETAIL-LINE.
032370     05  HLD-DET-SNO       PIC X(30).
032380     05  FILLER            PIC X(02)     VALUE SPACES.
032390     05  HLD-DET-TYPE      PIC X(03).
032400     05  FILLER            PIC X(01)     VALUE SPACES.
032410     05  HLD-DET-TYPE-TEXT PIC X(16).
032420     05  FILLER            PIC X(02)     VALUE SPACES.
032430     05  HLD-DET-DATE      PIC X(10).
032440     05  FILLER            PIC X(02)     VALUE SPACES.
032450     05  HLD-DET-BY        PIC X(08).
032460     05  FILLER            PIC X(02)     VALUE SPACES.
032470     05  HLD-DET-REMARK    PIC X(30).
032480
032490 01  HLD-TOTAL-LINE.
032500     05  FILLER            PIC X(02)     VALUE SPACES.
032510     05  HLD-TOT-LABEL     PIC X(20).
032520     05  HLD-TOT-COUNT     PIC ZZZZ9.
032530     05  FILLER            PIC X(15)     VALUE " ACTIVE HOLD(S)".
032540
032550 01  HLD-NONE-LINE.
032560     05  FILLER            PIC X(24)     VALUE
032570         "NO ACTIVE HOLDS ON FILE.".
032580
032590*----------------------------------------------------------------
032600*  CLASS LIST PRINT LINES - BUILT BY 7600-CLASS-LIST, ONE PAGE
032610*  (OR MORE) PER SUBJECT SO EACH LIST CAN GO TO ITS INSTRUCTOR.
032620*----------------------------------------------------------------
032630 01  CLS-HEADING-1.
032640     05  FILLER            PIC X(17)     VALUE
032650         "CLASS LIST  TERM ".
032660     05  CLS-H1-TERM       PIC X(06).
032670     05  FILLER            PIC X(17)     VALUE SPACES.
032680     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
032690     05  CLS-H1-DATE       PIC X(10).
032700     05  FILLER            PIC X(05)     VALUE SPACES.
032710     05  FILLER            PIC X(05)     VALUE "PAGE ".
032720     05  CLS-H1-PAGE       PIC ZZ9.
032730
032740 01  CLS-SUBJECT-LINE.
032750     05  FILLER            PIC X(09)     VALUE "SUBJECT: ".
032760     05  CLS-SUBJ-CODE     PIC X(10).
032770     05  FILLER            PIC X(01)     VALUE SPACES.
032780     05  CLS-SUBJ-TITLE    PIC X(30).
032790     05  FILLER            PIC X(08)     VALUE "  UNITS ".
032800     05  CLS-SUBJ-UNITS    PIC Z9.
032810     05  FILLER            PIC X(07)     VALUE "  DEPT ".
032820     05  CLS-SUBJ-DEPT     PIC X(10).
032830
032840 01  CLS-HEADING-2.
032850     05  FILLER            PIC X(06)     VALUE "  NO.".
032860     05  FILLER            PIC X(31)     VALUE "STUDENT NUMBER".
032870     05  FILLER            PIC X(31)     VALUE "FULLNAME".
032880     05  FILLER            PIC X(07)     VALUE "PROGRAM".
032890
032900 01  CLS-DETAIL-LINE.
032910     05  FILLER            PIC X(01)     VALUE SPACES.
032920     05  CLS-DET-SEQ       PIC ZZ9.
032930     05  FILLER            PIC X(02)     VALUE SPACES.
032940     05  CLS-DET-SNO       PIC X(30).
032950     05  FILLER            PIC X(01)     VALUE SPACES.
032960     05  CLS-DET-NAME      PIC X(30).
032970     05  FILLER            PIC X(01)     VALUE SPACES.
032980     05  CLS-DET-COURSE    PIC X(20).
032990
033000 01  CLS-TOTAL-LINE.
033010     05  FILLER            PIC X(21)     VALUE
033020         "  STUDENTS ENROLLED: ".
033030     05  CLS-TOT-COUNT     PIC ZZZZ9.
033040
033050 01  CLS-GRAND-LINE.
033060     05  FILLER            PIC X(17)     VALUE
033070         "SUBJECTS LISTED: ".
033080     05  CLS-GR-SUBJECTS   PIC ZZZZ9.
033090     05  FILLER            PIC X(16)     VALUE "   ENROLLMENTS: ".
033100     05  CLS-GR-ENROLLED   PIC ZZZZ9.
033110
033120 01  CLS-NONE-LINE.
033130     05  FILLER            PIC X(36)     VALUE
033140         "NO STUDY LOADS ON FILE FOR THE TERM.".
033150
033160*----------------------------------------------------------------
033170*  STUDY-LOAD FORM PRINT LINES - BUILT BY 7650-STUDY-LOAD-FORM,
033180*  ONE STUDENT'S SUBJECTS FOR A TERM WITH THE TOTAL UNITS.
033190*----------------------------------------------------------------
033200 01  SLF-TITLE-LINE.
033210     05  FILLER            PIC X(20)     VALUE SPACES.
033220     05  FILLER            PIC X(24)     VALUE
033230         "STUDENT STUDY LOAD  TERM".
033240     05  FILLER            PIC X(01)     VALUE SPACES.
033250     05  SLF-TERM          PIC X(06).
033260
033270 01  SLF-NAME-LINE.
033280     05  FILLER            PIC X(16)     VALUE "NAME          : ".
033290     05  SLF-NAME          PIC X(30).
033300
033310 01  SLF-SNO-LINE.
033320     05  FILLER            PIC X(16)     VALUE "STUDENT NUMBER: ".
033330     05  SLF-SNO           PIC X(30).
033340
033350 01  SLF-PROGRAM-LINE.
033360     05  FILLER            PIC X(16)     VALUE "PROGRAM       : ".
033370     05  SLF-PROGRAM       PIC X(20).
033380
033390 01  SLF-DATE-LINE.
033400     05  FILLER            PIC X(16)     VALUE "DATE          : ".
033410     05  SLF-DATE          PIC X(10).
033420
033430 01  SLF-HEADING.
033440     05  FILLER            PIC X(12)     VALUE "SUBJECT".
033450     05  FILLER            PIC X(32)     VALUE "TITLE".
033460     05  FILLER            PIC X(07)     VALUE "UNITS".
033470     05  FILLER            PIC X(10)     VALUE "DEPARTMENT".
033480
033490 01  SLF-DETAIL-LINE.
033500     05  SLF-DET-CODE      PIC X(10).
033510     05  FILLER            PIC X(02)     VALUE SPACES.
033520     05  SLF-DET-TITLE     PIC X(30).
033530     05  FILLER            PIC X(03)     VALUE SPACES.
033540     05  SLF-DET-UNITS     PIC Z9.
033550     05  FILLER            PIC X(04)     VALUE SPACES.
033560     05  SLF-DET-DEPT      PIC X(10).
033570
033580 01  SLF-TOTAL-LINE.
033590     05  FILLER            PIC X(13)     VALUE "TOTAL UNITS: ".
033600     05  SLF-TOT-UNITS     PIC ZZ9.
033610     05  FILLER            PIC X(14)     VALUE "    SUBJECTS: ".
033620     05  SLF-TOT-COUNT     PIC ZZ9.
033630
033640 01  SLF-NONE-LINE.
033650     05  FILLER            PIC X(34)     VALUE
033660         "NO SUBJECTS ENROLLED FOR THE TERM.".
033670
033680*----------------------------------------------------------------
033690*  GRADUATION CLEARANCE PRINT LINES - BUILT BY
033700*  7800-GRADUATION-AUDIT, ONE SECTION PER PROGRAM.
033710*----------------------------------------------------------------
033720 01  CLR-HEADING-1.
033730     05  FILLER            PIC X(40)     VALUE
033740         "GRADUATION CLEARANCE AUDIT".
033750     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
033760     05  CLR-H1-DATE       PIC X(10).
033770     05  FILLER            PIC X(05)     VALUE SPACES.
033780     05  FILLER            PIC X(05)     VALUE "PAGE ".
033790     05  CLR-H1-PAGE       PIC ZZ9.
033800
033810 01  CLR-PROGRAM-LINE.
033820     05  FILLER            PIC X(09)     VALUE "PROGRAM: ".
033830     05  CLR-PRG-COURSE    PIC X(20).
033840     05  FILLER            PIC X(18)     VALUE
033850         "   MINIMUM UNITS: ".
033860     05  CLR-PRG-UNITS     PIC ZZ9.
033870     05  FILLER            PIC X(22)     VALUE
033880         "   REQUIRED SUBJECTS: ".
033890     05  CLR-PRG-SUBJECTS  PIC ZZ9.
033900
033910 01  CLR-HEADING-2.
033920     05  FILLER            PIC X(31)     VALUE "STUDENT NUMBER".
033930     05  FILLER            PIC X(31)     VALUE "FULLNAME".
033940     05  FILLER            PIC X(04)     VALUE "ST".
033950     05  FILLER            PIC X(08)     VALUE "EARNED".
033960     05  FILLER            PIC X(11)     VALUE "RESULT".
033970
033980 01  CLR-DETAIL-LINE.
033990     05  CLR-DET-SNO       PIC X(30).
034000     05  FILLER            PIC X(01)     VALUE SPACES.
034010     05  CLR-DET-NAME      PIC X(30).
034020     05  FILLER            PIC X(01)     VALUE SPACES.
034030     05  CLR-DET-STATUS    PIC X(01).
034040     05  FILLER            PIC X(04)     VALUE SPACES.
034050     05  CLR-DET-EARNED    PIC ZZ9.
034060     05  FILLER            PIC X(04)     VALUE SPACES.
034070     05  CLR-DET-RESULT    PIC X(11).
034080
034090 01  CLR-MISSING-LINE.
034100     05  FILLER            PIC X(06)     VALUE SPACES.
034110     05  FILLER            PIC X(17)     VALUE
034120         "MISSING SUBJECT: ".
034130     05  CLR-MIS-CODE      PIC X(10).
034140     05  FILLER            PIC X(02)     VALUE SPACES.
034150     05  CLR-MIS-TITLE     PIC X(30).
034160
034170 01  CLR-MORE-LINE.
034180     05  FILLER            PIC X(06)     VALUE SPACES.
034190     05  FILLER            PIC X(08)     VALUE "... AND ".
034200     05  CLR-MORE-COUNT    PIC ZZ9.
034210     05  FILLER            PIC X(26)     VALUE
034220         " MORE MISSING SUBJECT(S).".
034230
034240 01  CLR-SHORT-LINE.
034250     05  FILLER            PIC X(06)     VALUE SPACES.
034260     05  FILLER            PIC X(17)     VALUE
034270         "UNIT SHORTFALL : ".
034280     05  CLR-SHT-UNITS     PIC ZZ9.
034290     05  FILLER            PIC X(09)     VALUE " (EARNED ".
034300     05  CLR-SHT-EARNED    PIC ZZ9.
034310     05  FILLER            PIC X(04)     VALUE " OF ".
034320     05  CLR-SHT-REQUIRED  PIC ZZ9.
034330     05  FILLER            PIC X(01)     VALUE ")".
034340
034350 01  CLR-NOCUR-LINE.
034360     05  FILLER            PIC X(06)     VALUE SPACES.
034370     05  FILLER            PIC X(38)     VALUE
034380         "NO CURRICULUM ON FILE FOR THE PROGRAM.".
034390
034400 01  CLR-TOTAL-LINE.
034410     05  FILLER            PIC X(02)     VALUE SPACES.
034420     05  CLR-TOT-LABEL     PIC X(20).
034430     05  FILLER            PIC X(12)     VALUE "CANDIDATES: ".
034440     05  CLR-TOT-COUNT     PIC ZZZZ9.
034450     05  FILLER            PIC X(11)     VALUE "  CLEARED: ".
034460     05  CLR-TOT-CLEARED   PIC ZZZZ9.
034470     05  FILLER            PIC X(15)     VALUE "  NOT CLEARED: ".
034480     05  CLR-TOT-NOT       PIC ZZZZ9.
034490
034500 01  CLR-NONE-LINE.
034510     05  FILLER            PIC X(33)     VALUE
034520         "NO GRADUATION CANDIDATES ON FILE.".
034530
034540*----------------------------------------------------------------
034550*  SPONSOR BILLING PRINT LINES - BUILT BY 7900-SPONSOR-BILLING,
034560*  ONE PAGE PER SPONSOR.
034570*----------------------------------------------------------------
034580 01  SPN-HEADING-1.
034590     05  FILLER            PIC X(30)     VALUE
034600         "SPONSOR BILLING STATEMENT".
034610     05  FILLER            PIC X(06)     VALUE "TERM: ".
034620     05  SPN-H1-TERM       PIC X(06).
034630     05  FILLER            PIC X(04)     VALUE SPACES.
034640     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
034650     05  SPN-H1-DATE       PIC X(10).
034660     05  FILLER            PIC X(05)     VALUE SPACES.
034670     05  FILLER            PIC X(05)     VALUE "PAGE ".
034680     05  SPN-H1-PAGE       PIC ZZ9.
034690
034700 01  SPN-SPONSOR-LINE.
034710     05  FILLER            PIC X(09)     VALUE "SPONSOR: ".
034720     05  SPN-SPN-NAME      PIC X(20).
034730
034740 01  SPN-HEADING-2.
034750     05  FILLER            PIC X(31)     VALUE "STUDENT NUMBER".
034760     05  FILLER            PIC X(31)     VALUE "FULLNAME".
034770     05  FILLER            PIC X(21)     VALUE "PROGRAM".
034780     05  FILLER            PIC X(12)     VALUE "GRANT".
034790     05  FILLER            PIC X(09)     VALUE "BASIS".
034800     05  FILLER            PIC X(12)     VALUE "  AMOUNT DUE".
034810
034820 01  SPN-DETAIL-LINE.
034830     05  SPN-DET-SNO       PIC X(30).
034840     05  FILLER            PIC X(01)     VALUE SPACES.
034850     05  SPN-DET-NAME      PIC X(30).
034860     05  FILLER            PIC X(01)     VALUE SPACES.
034870     05  SPN-DET-COURSE    PIC X(20).
034880     05  FILLER            PIC X(01)     VALUE SPACES.
034890     05  SPN-DET-TYPE      PIC X(11).
034900     05  FILLER            PIC X(01)     VALUE SPACES.
034910     05  SPN-DET-BASIS     PIC X(08).
034920     05  FILLER            PIC X(01)     VALUE SPACES.
034930     05  SPN-DET-AMOUNT    PIC Z(8)9.99.
034940
034950*  THE BASIS COLUMN READS "FIXED" OR THE PERCENTAGE GRANTED.
034960 01  SPN-PERCENT-ED.
034970     05  SPN-PCT-VALUE     PIC ZZ9.99.
034980     05  FILLER            PIC X(02)     VALUE " %".
034990
035000 01  SPN-TOTAL-LINE.
035010     05  FILLER            PIC X(02)     VALUE SPACES.
035020     05  SPN-TOT-LABEL     PIC X(20).
035030     05  FILLER            PIC X(10)     VALUE "GRANTS:   ".
035040     05  SPN-TOT-COUNT     PIC ZZZZ9.
035050     05  FILLER            PIC X(20)     VALUE
035060         "   TOTAL AMOUNT DUE:".
035070     05  SPN-TOT-AMOUNT    PIC Z(10)9.99.
035080
035090 01  SPN-NONE-LINE.
035100     05  FILLER            PIC X(40)     VALUE
035110         "NO SPONSORED GRANTS APPLIED FOR THE TERM".
035120
035130*----------------------------------------------------------------
035140*  SMS EXCEPTIONS LIST PRINT LINES - BUILT BY 7950-SMS-NOTIFY
035150*  FOR EVERY NOTICE THAT COULD NOT BE SENT FOR WANT OF A USABLE
035160*  MOBILE, WRITTEN TO REPORT-FILE LIKE THE SWEEP'S EXCEPTIONS.
035170*----------------------------------------------------------------
035180 01  NTF-HEADING-1.
035190     05  FILLER            PIC X(40)     VALUE
035200         "SMS NOTIFICATIONS NOT SENT - NO MOBILE".
035210     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
035220     05  NTF-H1-DATE       PIC X(10).
035230     05  FILLER            PIC X(05)     VALUE SPACES.
035240     05  FILLER            PIC X(05)     VALUE "PAGE ".
035250     05  NTF-H1-PAGE       PIC ZZ9.
035260
035270 01  NTF-HEADING-2.
035280     05  FILLER            PIC X(02)     VALUE SPACES.
035290     05  FILLER            PIC X(31)     VALUE "STUDENT NUMBER".
035300     05  FILLER            PIC X(31)     VALUE "FULLNAME".
035310     05  FILLER            PIC X(09)     VALUE "TYPE".
035320     05  FILLER            PIC X(12)     VALUE "MOBILE".
035330     05  FILLER            PIC X(12)     VALUE "REASON".
035340
035350 01  NTF-DETAIL-LINE.
035360     05  FILLER            PIC X(02)     VALUE SPACES.
035370     05  NTF-DET-SNO       PIC X(30).
035380     05  FILLER            PIC X(01)     VALUE SPACES.
035390     05  NTF-DET-NAME      PIC X(30).
035400     05  FILLER            PIC X(01)     VALUE SPACES.
035410     05  NTF-DET-TYPE      PIC X(08).
035420     05  FILLER            PIC X(01)     VALUE SPACES.
035430     05  NTF-DET-MOBILE    PIC X(11).
035440     05  FILLER            PIC X(01)     VALUE SPACES.
035450     05  NTF-DET-REASON    PIC X(12).
035460
035470 01  NTF-TOTAL-LINE.
035480     05  FILLER            PIC X(18)     VALUE
035490         "MESSAGES WRITTEN: ".
035500     05  NTF-TOT-SENT      PIC ZZZZ9.
035510     05  FILLER            PIC X(14)     VALUE "   EXCEPTIONS:".
035520     05  FILLER            PIC X(01)     VALUE SPACES.
035530     05  NTF-TOT-BAD       PIC ZZZZ9.
035540
035550*----------------------------------------------------------------
035560*  BACKUP VERIFICATION REPORT PRINT LINES - BUILT BY
035570*  8900-BACKUP-VERIFY, THREE DETAIL LINES PER FILE COPIED.
035580*----------------------------------------------------------------
035590 01  VFY-HEADING-1.
035600     05  FILLER            PIC X(40)     VALUE
035610         "BACKUP VERIFICATION REPORT".
035620     05  FILLER            PIC X(10)     VALUE "RUN DATE: ".
035630     05  VFY-H1-DATE       PIC X(10).
035640     05  FILLER            PIC X(05)     VALUE SPACES.
035650     05  FILLER            PIC X(05)     VALUE "PAGE ".
035660     05  VFY-H1-PAGE       PIC ZZ9.
035670
035680 01  VFY-STAMP-LINE.
035690     05  FILLER            PIC X(17)     VALUE
035700         "BACKUP TAKEN AT: ".
035710     05  VFY-STAMP-DATE    PIC 9(08).
035720     05  FILLER            PIC X(01)     VALUE SPACES.
035730     05  VFY-STAMP-TIME    PIC 9(08).
035740
035750 01  VFY-HEADING-2.
035760     05  FILLER            PIC X(02)     VALUE SPACES.
035770     05  FILLER            PIC X(10)     VALUE "FILE".
035780     05  FILLER            PIC X(08)     VALUE "COPY".
035790     05  FILLER            PIC X(10)     VALUE "  RECORDS".
035800     05  FILLER            PIC X(31)     VALUE
035810         "LOWEST STUDENT NUMBER".
035820     05  FILLER            PIC X(31)     VALUE
035830         "HIGHEST STUDENT NUMBER".
035840     05  FILLER            PIC X(16)     VALUE "RESULT".
035850
035860 01  VFY-DETAIL-LINE.
035870     05  FILLER            PIC X(02)     VALUE SPACES.
035880     05  VFY-DET-FILE      PIC X(08).
035890     05  FILLER            PIC X(02)     VALUE SPACES.
035900     05  VFY-DET-COPY      PIC X(06).
035910     05  FILLER            PIC X(02)     VALUE SPACES.
035920     05  VFY-DET-COUNT     PIC Z,ZZZ,ZZ9.
035930     05  FILLER            PIC X(01)     VALUE SPACES.
035940     05  VFY-DET-LOW       PIC X(30).
035950     05  FILLER            PIC X(01)     VALUE SPACES.
035960     05  VFY-DET-HIGH      PIC X(30).
035970     05  FILLER            PIC X(01)     VALUE SPACES.
035980     05  VFY-DET-RESULT    PIC X(16).
035990
036000 01  VFY-JOURNAL-LINE.
036010     05  FILLER            PIC X(34)     VALUE
036020         "JOURNAL ENTRIES SINCE THE BACKUP: ".
036030     05  VFY-JRNL-COUNT    PIC Z,ZZZ,ZZ9.
036040
036050 01  VFY-TOTAL-LINE.
036060     05  FILLER            PIC X(16)     VALUE "FILES IN ERROR: ".
036070     05  VFY-TOT-BAD       PIC Z9.
036080     05  FILLER            PIC X(03)     VALUE SPACES.
036090     05  VFY-TOT-VERDICT   PIC X(30).
036100
036110*----------------------------------------------------------------
036120*  LINKAGE SECTION - THE EXEC STATEMENT'S PARM TEXT (PARM=
036130*  'BATCH') IS PASSED HERE BY THE OPERATING SYSTEM, NOT THROUGH
036140*  A COMMAND LINE. WS-PARM-TEXT IS ONLY VALID FOR ITS FIRST
036150*  WS-PARM-LEN BYTES.
036160*----------------------------------------------------------------
036170 LINKAGE SECTION.
036180 01  WS-JCL-PARM.
036190     05  WS-PARM-LEN       PIC S9(4)         COMP.
036200     05  WS-PARM-TEXT      PIC X(80).
036210
036220 PROCEDURE DIVISION USING WS-JCL-PARM.
036230******************************************************************
036240*  0000-MAIN-PROCESS - PROGRAM MAINLINE.                        *
036250******************************************************************
036260 0000-MAIN-PROCESS.
036270     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
036280*  A REFUSED STARTUP (INTERLOCK OR SIGN-ON) FALLS STRAIGHT
036290*  THROUGH TO TERMINATION.
036300     IF WS-STARTUP-ABORTED
036310         GO TO 0000-TERMINATE
036320     END-IF
036330     EVALUATE TRUE
036340         WHEN WS-BATCH-MODE
036350             PERFORM 9800-BATCH-PROCESS THRU 9800-EXIT
036360         WHEN WS-MODE-OVRFLOW
036370             PERFORM 9600-OVERFLOW-REPROCESS THRU 9600-EXIT
036380         WHEN WS-MODE-REPORT
036390             PERFORM 9500-PRINT-ROSTER THRU 9500-EXIT
036400         WHEN WS-MODE-RECON
036410             PERFORM 9700-RECONCILE THRU 9700-EXIT
036420         WHEN WS-MODE-ROLLOVER
036430             PERFORM 9400-TERM-ROLLOVER THRU 9400-EXIT
036440         WHEN WS-MODE-GRADES
036450             PERFORM 9300-GRADE-LOAD THRU 9300-EXIT
036460         WHEN WS-MODE-GRADEREG
036470             PERFORM 9350-GRADE-REGISTER THRU 9350-EXIT
036480         WHEN WS-MODE-ASSESS
036490             PERFORM 9200-TUITION-ASSESS THRU 9200-EXIT
036500         WHEN WS-MODE-BILLRPT
036510             PERFORM 9250-BALANCE-REPORT THRU 9250-EXIT
036520         WHEN WS-MODE-REBUILD
036530             PERFORM 9450-REBUILD-MASTER THRU 9450-EXIT
036540         WHEN WS-MODE-DELTA
036550             PERFORM 9950-DELTA-EXTRACT THRU 9950-EXIT
036560         WHEN WS-MODE-SWEEP
036570             PERFORM 9050-QUALITY-SWEEP THRU 9050-EXIT
036580         WHEN WS-MODE-LETTERS
036590             PERFORM 9940-LETTER-RUN THRU 9940-EXIT
036600         WHEN WS-MODE-ALUMRPT
036610             PERFORM 9985-ALUMNI-REPORT THRU 9985-EXIT
036620         WHEN WS-MODE-STANDING
036630             PERFORM 7100-STANDING-RUN THRU 7100-EXIT
036640         WHEN WS-MODE-TRANSCPT
036650             PERFORM 7210-TRANSCRIPT-RUN THRU 7210-EXIT
036660         WHEN WS-MODE-COLLECT
036670             PERFORM 7300-COLLECTION-REPORT THRU 7300-EXIT
036680         WHEN WS-MODE-HOLDRPT
036690             PERFORM 7470-HOLDS-REPORT THRU 7470-EXIT
036700         WHEN WS-MODE-CLASSLST
036710             PERFORM 7600-CLASS-LIST THRU 7600-EXIT
036720         WHEN WS-MODE-GRADAUD
036730             PERFORM 7800-GRADUATION-AUDIT THRU 7800-EXIT
036740         WHEN WS-MODE-SPONSOR
036750             PERFORM 7900-SPONSOR-BILLING THRU 7900-EXIT
036760         WHEN WS-MODE-NOTIFY
036770             PERFORM 7950-SMS-NOTIFY THRU 7950-EXIT
036780         WHEN WS-MODE-BACKUP
036790             PERFORM 8800-BACKUP-RUN THRU 8800-EXIT
036800         WHEN WS-MODE-BKVERIFY
036810             PERFORM 8900-BACKUP-VERIFY THRU 8900-EXIT
036820         WHEN OTHER
036830             PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
036840                 UNTIL EXITED = 1
036850     END-EVALUATE.
036860 0000-TERMINATE.
036870     PERFORM 8000-TERMINATE      THRU 8000-EXIT
036880     STOP RUN.
036890
036900******************************************************************
036910*  1000-INITIALIZE - OPEN THE MASTER FILE AND LOAD IT INTO THE   *
036920*  STUDENT-INFO TABLE.                                          *
036930******************************************************************
036940 1000-INITIALIZE.
036950*  PULL THE EXEC PARM OUT OF THE LINKAGE SECTION - ITS TEXT IS
036960*  ONLY GOOD FOR THE FIRST WS-PARM-LEN BYTES, SO BOUND THE MOVE
036970*  TO WHICHEVER IS SMALLER, THAT LENGTH OR WS-RUN-MODE ITSELF.
036980     IF WS-PARM-LEN > ZERO
036990         IF WS-PARM-LEN > 8
037000             MOVE WS-PARM-TEXT(1:8) TO WS-RUN-MODE
037010         ELSE
037020             MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-RUN-MODE
037030         END-IF
037040     END-IF
037050     IF WS-RUN-MODE = "BATCH" OR WS-MODE-RESTART
037060         MOVE "Y" TO WS-BATCH-MODE-SW
037070     END-IF
037080
037090*  AN UNATTENDED GRADE REGISTER MAY NAME ITS TERM IN THE PARM
037100*  TAIL (PARM='GRADEREG YYYYMM'); CAPTURED HERE WHILE THE PARM
037110*  TEXT IS IN HAND. LEFT BLANK, THE REGISTER COVERS THE CURRENT
037120*  TERM (OR THE TERM THE OPERATOR KEYS AT THE MENU).
037130     MOVE SPACES TO WS-REG-TERM
037140     IF WS-MODE-GRADEREG AND WS-PARM-LEN >= 15
037150         MOVE WS-PARM-TEXT(10:6) TO WS-REG-TERM
037160     END-IF
037170
037180*  A JOURNAL REBUILD MAY NAME A POINT IN TIME TO STOP AT
037190*  (PARM='REBUILD YYYYMMDD HHMMSSHH', THE SAME STAMP SHAPE THE
037200*  JOURNAL CARRIES). LEFT OFF, THE WHOLE JOURNAL IS REPLAYED.
037210     MOVE 99999999 TO WS-REBUILD-DATE
037220     MOVE 99999999 TO WS-REBUILD-TIME
037230     IF WS-MODE-REBUILD AND WS-PARM-LEN >= 16
037240         IF WS-PARM-TEXT(9:8) IS NUMERIC
037250             MOVE WS-PARM-TEXT(9:8) TO WS-REBUILD-DATE
037260         END-IF
037270     END-IF
037280     IF WS-MODE-REBUILD AND WS-PARM-LEN >= 25
037290         IF WS-PARM-TEXT(18:8) IS NUMERIC
037300             MOVE WS-PARM-TEXT(18:8) TO WS-REBUILD-TIME
037310         END-IF
037320     END-IF
037330
037340*  THE UNATTENDED GRADUATES REPORT MAY NAME ITS TERM THE SAME
037350*  WAY (PARM='ALUMRPT YYYYMM'); BLANK MEANS EVERY TERM ON THE
037360*  ARCHIVE.
037370     MOVE SPACES TO WS-ALUM-TERM
037380     IF WS-MODE-ALUMRPT AND WS-PARM-LEN >= 14
037390         MOVE WS-PARM-TEXT(9:6) TO WS-ALUM-TERM
037400     END-IF
037410
037420*  THE STANDING RUN NAMES ITS TERM THE SAME WAY AS THE GRADE
037430*  REGISTER (PARM='STANDING YYYYMM'); LEFT BLANK, IT COVERS THE
037440*  CURRENT TERM.
037450     MOVE SPACES TO WS-STD-TERM
037460     IF WS-MODE-STANDING AND WS-PARM-LEN >= 15
037470         MOVE WS-PARM-TEXT(10:6) TO WS-STD-TERM
037480     END-IF
037490
037500*  THE COLLECTION REPORT MAY NAME ITS DAY (PARM='COLLECT
037510*  YYYYMMDD'); BLANK MEANS EVERY DAY ON THE LEDGER. THE BALANCE
037520*  REPORT LISTS THE RECEIPTS BEHIND EACH BALANCE WHEN ASKED TO
037530*  (PARM='BILLRPT HISTORY').
037540     MOVE SPACES TO WS-COL-DATE
037550     IF WS-MODE-COLLECT AND WS-PARM-LEN >= 16
037560         MOVE WS-PARM-TEXT(9:8) TO WS-COL-DATE
037570     END-IF
037580     IF WS-MODE-BILLRPT AND WS-PARM-LEN >= 15
037590         IF WS-PARM-TEXT(9:7) = "HISTORY"
037600             MOVE "Y" TO WS-BILL-HISTORY-SW
037610         END-IF
037620     END-IF
037630
037640*  THE HOLDS REPORT MAY NAME ONE OFFICE (PARM='HOLDRPT OFFICE');
037650*  BLANK MEANS EVERY OFFICE. THE MOVE IS BOUNDED BY THE PARM
037660*  LENGTH, AS FOR WS-RUN-MODE ABOVE.
037670     MOVE SPACES TO WS-HLD-OFFICE
037680     IF WS-MODE-HOLDRPT AND WS-PARM-LEN >= 9
037690         IF WS-PARM-LEN > 18
037700             MOVE WS-PARM-TEXT(9:10) TO WS-HLD-OFFICE
037710         ELSE
037720             MOVE WS-PARM-TEXT(9:WS-PARM-LEN - 8) TO WS-HLD-OFFICE
037730         END-IF
037740     END-IF
037750
037760*  THE CLASS LISTS NAME THEIR TERM THE SAME WAY
037770*  (PARM='CLASSLST YYYYMM'); LEFT BLANK, THEY COVER THE CURRENT
037780*  TERM.
037790     MOVE SPACES TO WS-CLS-TERM
037800     IF WS-MODE-CLASSLST AND WS-PARM-LEN >= 15
037810         MOVE WS-PARM-TEXT(10:6) TO WS-CLS-TERM
037820     END-IF
037830
037840*  THE CLEARANCE AUDIT MAY NAME ONE PROGRAM
037850*  (PARM='GRADAUD PROGRAM'); BLANK MEANS EVERY PROGRAM. BOUNDED
037860*  BY THE PARM LENGTH THE SAME WAY.
037870     MOVE SPACES TO WS-CLR-COURSE
037880     IF WS-MODE-GRADAUD AND WS-PARM-LEN >= 9
037890         IF WS-PARM-LEN > 28
037900             MOVE WS-PARM-TEXT(9:20) TO WS-CLR-COURSE
037910         ELSE
037920             MOVE WS-PARM-TEXT(9:WS-PARM-LEN - 8) TO WS-CLR-COURSE
037930         END-IF
037940     END-IF
037950
037960*  SPONSOR BILLING NAMES ITS TERM (PARM='SPONSOR YYYYMM');
037970*  LEFT BLANK, IT COVERS THE CURRENT TERM.
037980     MOVE SPACES TO WS-SPN-TERM
037990     IF WS-MODE-SPONSOR AND WS-PARM-LEN >= 14
038000         MOVE WS-PARM-TEXT(9:6) TO WS-SPN-TERM
038010     END-IF
038020
038030*  THE SMS NOTIFICATION RUN MAY NAME A NEW BALANCE DUE DATE FROM
038040*  COLUMN 9, AS COLLECT DOES (PARM='NOTIFY  YYYYMMDD'); LEFT
038050*  OFF, THE ONE ON ITS CONTROL RECORD STANDS.
038060     MOVE 0 TO WS-NTF-PARM-DUE
038070     IF WS-MODE-NOTIFY AND WS-PARM-LEN >= 16
038080         IF WS-PARM-TEXT(9:8) IS NUMERIC
038090             MOVE WS-PARM-TEXT(9:8) TO WS-NTF-PARM-DUE
038100         END-IF
038110     END-IF
038120
038130*  UNATTENDED RUNS STAMP THE RESERVED BATCH-JOB ID; A TERMINAL
038140*  OPERATOR MUST SIGN ON AGAINST OPERATOR-FILE BEFORE ANYTHING
038150*  ELSE HAPPENS.
038160     IF WS-BATCH-MODE OR WS-MODE-OVRFLOW OR WS-MODE-REPORT
038170             OR WS-MODE-RECON OR WS-MODE-ROLLOVER
038180         OR WS-MODE-GRADES OR WS-MODE-GRADEREG
038190         OR WS-MODE-ASSESS OR WS-MODE-BILLRPT
038200         OR WS-MODE-REBUILD OR WS-MODE-DELTA
038210         OR WS-MODE-SWEEP OR WS-MODE-LETTERS OR WS-MODE-ALUMRPT
038220         OR WS-MODE-STANDING OR WS-MODE-TRANSCPT
038230         OR WS-MODE-COLLECT OR WS-MODE-HOLDRPT
038240         OR WS-MODE-CLASSLST OR WS-MODE-GRADAUD
038250         OR WS-MODE-SPONSOR OR WS-MODE-NOTIFY
038260         OR WS-MODE-BACKUP OR WS-MODE-BKVERIFY
038270         MOVE WS-BATCH-USER TO WS-USER-ID
038280     ELSE
038290         PERFORM 1500-SIGN-ON THRU 1500-EXIT
038300         IF NOT WS-SIGNON-OK
038310             MOVE 1 TO EXITED
038320             GO TO 1000-EXIT
038330         END-IF
038340     END-IF
038350
038360*  A MASTER-WRITING BATCH RUN MUST NOT START WHILE A TERMINAL
038370*  SESSION IS OPEN - WHOEVER SAVED LAST WOULD WIN. A TERMINAL
038380*  SESSION LOGS ITSELF OPEN SO THOSE RUNS CAN SEE IT (AND SO A
038390*  SECOND TERMINAL KNOWS IT IS NOT ALONE).
038400     IF WS-BATCH-MODE OR WS-MODE-OVRFLOW OR WS-MODE-ROLLOVER
038410             OR WS-MODE-REBUILD OR WS-MODE-STANDING
038420             OR WS-MODE-BACKUP
038430         PERFORM 1700-CHECK-INTERLOCK THRU 1700-EXIT
038440         IF WS-STARTUP-ABORTED
038450             GO TO 1000-EXIT
038460         END-IF
038470     END-IF
038480     IF WS-USER-ID NOT = WS-BATCH-USER
038490         PERFORM 1800-OPEN-SESSION THRU 1800-EXIT
038500     END-IF
038510
038520     SET i TO 1
038530     MOVE 1 TO WS-STUDENT-COUNT
038540     MOVE SPACES TO fullname(1) sNo(1) course(1) mobile(1)
038550         landline(1)
038560     MOVE ZERO TO age(1)
038570     MOVE SPACES TO enroll-status(1) status-term(1)
038580
038590*  THE CURRENT TERM (YYYYMM) STAMPS EVERY NEW ENROLLEE'S
038600*  STATUS-TERM.
038610     ACCEPT WS-TERM-RAW FROM DATE YYYYMMDD
038620     MOVE WS-TERM-RAW(1:6) TO WS-CURRENT-TERM
038630
038640*  A REBUILD PRESUMES THE MASTER IS DAMAGED - IT IS STARTED OVER
038650*  EMPTY AND THE JOURNAL REPLAY (9450) RECONSTRUCTS IT. EVERY
038660*  OTHER MODE OPENS AND LOADS THE MASTER AS ALWAYS.
038670     IF WS-MODE-REBUILD
038680         OPEN OUTPUT STUDENT-MASTER
038690         IF NOT FS-OK
038700             DISPLAY "STUDENT-MASTER COULD NOT BE STARTED OVER, "
038710                 "STATUS=" WS-FS-STUDENT-MASTER
038720             GO TO 1000-EXIT
038730         END-IF
038740         CLOSE STUDENT-MASTER
038750         OPEN I-O STUDENT-MASTER
038760         GO TO 1000-EXIT
038770     END-IF
038780
038790     OPEN I-O STUDENT-MASTER
038800     IF NOT FS-OK AND NOT FS-NOT-FOUND
038810         DISPLAY "STUDENT-MASTER COULD NOT BE OPENED, STATUS="
038820             WS-FS-STUDENT-MASTER
038830         GO TO 1000-EXIT
038840     END-IF
038850     IF FS-NOT-FOUND
038860*        NO MASTER FILE YET - THIS IS THE FIRST RUN.
038870         CLOSE STUDENT-MASTER
038880         OPEN OUTPUT STUDENT-MASTER
038890         CLOSE STUDENT-MASTER
038900         OPEN I-O STUDENT-MASTER
038910     END-IF
038920
038930     OPEN EXTEND OVERFLOW-FILE
038940     IF WS-FS-OVERFLOW = "35"
038950         OPEN OUTPUT OVERFLOW-FILE
038960     END-IF
038970     CLOSE OVERFLOW-FILE
038980
038990     OPEN EXTEND DELETED-FILE
039000     IF WS-FS-DELETED = "35"
039010         OPEN OUTPUT DELETED-FILE
039020     END-IF
039030     CLOSE DELETED-FILE
039040
039050     OPEN EXTEND JOURNAL-FILE
039060     IF WS-FS-JOURNAL = "35"
039070         OPEN OUTPUT JOURNAL-FILE
039080     END-IF
039090     CLOSE JOURNAL-FILE
039100
039110     OPEN EXTEND WAITLIST-FILE
039120     IF WS-FS-WAITLIST = "35"
039130         OPEN OUTPUT WAITLIST-FILE
039140     END-IF
039150     CLOSE WAITLIST-FILE
039160
039170     PERFORM 1600-LOAD-CATALOG THRU 1600-EXIT
039180
039190     MOVE "N" TO WS-EOF-SW
039200*  THE WHOLE MASTER FILE IS DRAINED HERE REGARDLESS OF
039210*  WS-MAX-STUDENTS - A MASTER THAT HAS GROWN PAST THE TABLE
039220*  CEILING HAS ITS TAIL MOVED TO OVERFLOW-FILE (AND OFF THE
039230*  MASTER) BY 1100-LOAD-ONE-STUDENT, NOT SILENTLY DROPPED.
039240     PERFORM 1100-LOAD-ONE-STUDENT THRU 1100-EXIT
039250         UNTIL WS-EOF
039260     GO TO 1000-EXIT.
039270 1000-EXIT.
039280     EXIT.
039290
039300 1100-LOAD-ONE-STUDENT.
039310     READ STUDENT-MASTER NEXT RECORD
039320         AT END
039330             MOVE "Y" TO WS-EOF-SW
039340             GO TO 1100-EXIT
039350     END-READ
039360
039370     IF i > WS-MAX-STUDENTS
039380         OPEN EXTEND OVERFLOW-FILE
039390         MOVE SM-SNO       TO OV-SNO
039400         MOVE SM-FULLNAME  TO OV-FULLNAME
039410         MOVE SM-COURSE    TO OV-COURSE
039420         MOVE SM-MOBILE    TO OV-MOBILE
039430         MOVE SM-LANDLINE  TO OV-LANDLINE
039440         MOVE SM-AGE       TO OV-AGE
039450         MOVE SM-STATUS    TO OV-STATUS
039460         MOVE SM-STATUS-TERM TO OV-STATUS-TERM
039470         WRITE OV-RECORD
039480         CLOSE OVERFLOW-FILE
039490*  THE SPILLED RECORD NOW LIVES ON OVERFLOW-FILE - TAKE IT OFF
039500*  THE MASTER SO THE NEXT STARTUP DOES NOT SPILL A SECOND COPY.
039510*  SM-SNO STILL HOLDS ITS KEY FROM THE READ ABOVE.
039520         PERFORM 8400-DELETE-MASTER THRU 8400-EXIT
039530         GO TO 1100-EXIT
039540     END-IF
039550
039560     MOVE i TO WS-STUDENT-COUNT
039570     MOVE SM-SNO        TO sNo(i)
039580     MOVE SM-FULLNAME   TO fullname(i)
039590     MOVE SM-COURSE     TO course(i)
039600     MOVE SM-MOBILE     TO mobile(i)
039610     MOVE SM-LANDLINE   TO landline(i)
039620     MOVE SM-AGE        TO age(i)
039630     MOVE SM-STATUS     TO enroll-status(i)
039640     MOVE SM-STATUS-TERM TO status-term(i)
039650*  A LOCK THIS OPERATOR LEFT BEHIND (A SESSION THAT DIED MID-
039660*  EDIT) IS STALE BY DEFINITION THE MOMENT THEY SIGN ON AGAIN -
039670*  RELEASE IT ON THE WAY PAST.
039680     IF SM-IN-USE-ID = WS-USER-ID
039690             AND WS-USER-ID NOT = SPACES
039700             AND WS-USER-ID NOT = WS-BATCH-USER
039710         MOVE SPACES TO SM-IN-USE-ID
039720         REWRITE SM-RECORD
039730         END-REWRITE
039740     END-IF
039750     SET i UP BY 1.
039760 1100-EXIT.
039770     EXIT.
039780
039790******************************************************************
039800*  1500-SIGN-ON - VALIDATES THE TERMINAL OPERATOR AGAINST        *
039810*  OPERATOR-FILE, UP TO WS-MAX-SIGNON-TRIES ATTEMPTS. A GOOD     *
039820*  SIGN-ON FILLS WS-OPERATOR; A FAILED ONE ENDS THE PROGRAM      *
039830*  BEFORE THE DIRECTORY IS EVEN OPENED.                          *
039840******************************************************************
039850 1500-SIGN-ON.
039860     MOVE "N" TO WS-SIGNON-OK-SW
039870     PERFORM 1510-SIGN-ON-ATTEMPT THRU 1510-EXIT
039880         VARYING WS-SIGNON-TRIES FROM 1 BY 1
039890         UNTIL WS-SIGNON-TRIES > WS-MAX-SIGNON-TRIES
039900         OR WS-SIGNON-OK
039910     IF NOT WS-SIGNON-OK
039920         DISPLAY "SIGN-ON FAILED - SEE THE SUPERVISOR TO BE "
039930             "ADDED TO THE OPERATOR FILE."
039940     END-IF.
039950 1500-EXIT.
039960     EXIT.
039970
039980 1510-SIGN-ON-ATTEMPT.
039990     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
040000     ACCEPT WS-SIGNON-ENTRY
040010     OPEN INPUT OPERATOR-FILE
040020     IF WS-FS-OPERATOR NOT = "00"
040030         DISPLAY "OPERATOR FILE COULD NOT BE OPENED, STATUS="
040040             WS-FS-OPERATOR
040050         GO TO 1510-EXIT
040060     END-IF
040070     MOVE "N" TO WS-OPER-EOF-SW
040080     PERFORM 1520-SCAN-ONE-OPERATOR THRU 1520-EXIT
040090         UNTIL WS-OPER-EOF OR WS-SIGNON-OK
040100     CLOSE OPERATOR-FILE
040110     IF NOT WS-SIGNON-OK
040120         DISPLAY "UNKNOWN OPERATOR ID."
040130     END-IF.
040140 1510-EXIT.
040150     EXIT.
040160
040170 1520-SCAN-ONE-OPERATOR.
040180     READ OPERATOR-FILE NEXT RECORD
040190         AT END
040200             MOVE "Y" TO WS-OPER-EOF-SW
040210             GO TO 1520-EXIT
040220     END-READ
040230     IF OP-ID = WS-SIGNON-ENTRY
040240         MOVE OP-ID    TO WS-USER-ID
040250         MOVE OP-NAME  TO WS-USER-NAME
040260         MOVE OP-LEVEL TO WS-USER-LEVEL
040270         MOVE "Y" TO WS-SIGNON-OK-SW
040280         DISPLAY "WELCOME, " OP-NAME
040290     END-IF.
040300 1520-EXIT.
040310     EXIT.
040320
040330******************************************************************
040340*  1600-LOAD-CATALOG - READS THE COURSE CATALOG (CRSCATLG) INTO  *
040350*  WS-CATALOG AT STARTUP, THE SAME WAY THE OPERATOR ROSTER IS    *
040360*  READ. A MISSING OR EMPTY CATALOG LEAVES THE COUNT AT ZERO AND *
040370*  THE COURSE-CODE AND SEAT-CAP CHECKS DISABLED - THE BEHAVIOUR  *
040380*  THE PROGRAM ALWAYS HAD BEFORE THE CATALOG EXISTED.            *
040390******************************************************************
040400 1600-LOAD-CATALOG.
040410     MOVE 0 TO WS-CATALOG-COUNT
040420     OPEN INPUT CATALOG-FILE
040430     IF WS-FS-CATALOG NOT = "00"
040440         DISPLAY "COURSE CATALOG NOT AVAILABLE (STATUS="
040450             WS-FS-CATALOG ") - COURSE CHECKS DISABLED."
040460         GO TO 1600-EXIT
040470     END-IF
040480     MOVE "N" TO WS-CAT-EOF-SW
040490     PERFORM 1610-LOAD-ONE-COURSE THRU 1610-EXIT
040500         UNTIL WS-CAT-EOF
040510     CLOSE CATALOG-FILE.
040520 1600-EXIT.
040530     EXIT.
040540
040550 1610-LOAD-ONE-COURSE.
040560     READ CATALOG-FILE NEXT RECORD
040570         AT END
040580             MOVE "Y" TO WS-CAT-EOF-SW
040590             GO TO 1610-EXIT
040600     END-READ
040610     IF WS-CATALOG-COUNT >= WS-MAX-CATALOG
040620         DISPLAY "COURSE CATALOG TRUNCATED AT " WS-MAX-CATALOG
040630             " ENTRIES."
040640         MOVE "Y" TO WS-CAT-EOF-SW
040650         GO TO 1610-EXIT
040660     END-IF
040670     ADD 1 TO WS-CATALOG-COUNT
040680     MOVE CT-CODE     TO WS-CAT-CODE(WS-CATALOG-COUNT)
040690     MOVE CT-TITLE    TO WS-CAT-TITLE(WS-CATALOG-COUNT)
040700     IF CT-SEAT-CAP IS NUMERIC
040710         MOVE CT-SEAT-CAP TO WS-CAT-CAP(WS-CATALOG-COUNT)
040720     ELSE
040730         MOVE 0 TO WS-CAT-CAP(WS-CATALOG-COUNT)
040740     END-IF.
040750 1610-EXIT.
040760     EXIT.
040770
040780******************************************************************
040790*  1650-LOAD-SUBJECTS - READS THE SUBJECT MASTER (SUBJMAST) INTO *
040800*  WS-SUBJECTS, THE SAME WAY 1600-LOAD-CATALOG READS THE COURSE  *
040810*  CATALOG. CALLED AT THE TOP OF EACH GRADE PATH SO A MASTER     *
040820*  CORRECTED BETWEEN RUNS IS PICKED UP. A MISSING OR EMPTY       *
040830*  MASTER LEAVES THE COUNT AT ZERO AND THE CALLER DECIDES WHAT   *
040840*  THAT MEANS.                                                   *
040850******************************************************************
040860 1650-LOAD-SUBJECTS.
040870     MOVE 0 TO WS-SUBJECT-COUNT
040880     OPEN INPUT SUBJECT-FILE
040890     IF WS-FS-SUBJECT NOT = "00"
040900         GO TO 1650-EXIT
040910     END-IF
040920     MOVE "N" TO WS-SB-EOF-SW
040930     PERFORM 1655-LOAD-ONE-SUBJECT THRU 1655-EXIT
040940         UNTIL WS-SB-EOF
040950     CLOSE SUBJECT-FILE.
040960 1650-EXIT.
040970     EXIT.
040980
040990 1655-LOAD-ONE-SUBJECT.
041000     READ SUBJECT-FILE NEXT RECORD
041010         AT END
041020             MOVE "Y" TO WS-SB-EOF-SW
041030             GO TO 1655-EXIT
041040     END-READ
041050     IF SB-CODE = SPACES
041060         GO TO 1655-EXIT
041070     END-IF
041080     IF WS-SUBJECT-COUNT >= WS-MAX-SUBJECTS
041090         DISPLAY "SUBJECT MASTER TRUNCATED AT " WS-MAX-SUBJECTS
041100             " ENTRIES."
041110         MOVE "Y" TO WS-SB-EOF-SW
041120         GO TO 1655-EXIT
041130     END-IF
041140     ADD 1 TO WS-SUBJECT-COUNT
041150     MOVE SB-CODE  TO WS-SJ-CODE(WS-SUBJECT-COUNT)
041160     MOVE SB-TITLE TO WS-SJ-TITLE(WS-SUBJECT-COUNT)
041170     MOVE SB-DEPT  TO WS-SJ-DEPT(WS-SUBJECT-COUNT)
041180     IF SB-UNITS IS NUMERIC
041190         MOVE SB-UNITS TO WS-SJ-UNITS(WS-SUBJECT-COUNT)
041200     ELSE
041210         MOVE 0 TO WS-SJ-UNITS(WS-SUBJECT-COUNT)
041220     END-IF.
041230 1655-EXIT.
041240     EXIT.
041250
041260*----------------------------------------------------------------
041270*  1660-FIND-SUBJECT - LOOKS UP WS-SUBJ-TEST ON WS-SUBJECTS.
041280*  SETS WS-SUBJ-FOUND AND RETURNS THE TITLE, OFFICIAL UNITS AND
041290*  DEPARTMENT; NOT FOUND LEAVES THEM BLANK AND ZERO.
041300*----------------------------------------------------------------
041310 1660-FIND-SUBJECT.
041320     MOVE "N" TO WS-SUBJ-FOUND-SW
041330     MOVE SPACES TO WS-SUBJ-TITLE
041340     MOVE SPACES TO WS-SUBJ-DEPT
041350     MOVE 0 TO WS-SUBJ-UNITS
041360     IF WS-SUBJECT-COUNT = 0
041370         GO TO 1660-EXIT
041380     END-IF
041390     SET sj TO 1
041400     SEARCH WS-SUBJECT-ENTRY VARYING sj
041410         AT END
041420             CONTINUE
041430         WHEN WS-SJ-CODE(sj) = WS-SUBJ-TEST
041440             MOVE "Y" TO WS-SUBJ-FOUND-SW
041450             MOVE WS-SJ-TITLE(sj) TO WS-SUBJ-TITLE
041460             MOVE WS-SJ-UNITS(sj) TO WS-SUBJ-UNITS
041470             MOVE WS-SJ-DEPT(sj)  TO WS-SUBJ-DEPT
041480     END-SEARCH.
041490 1660-EXIT.
041500     EXIT.
041510
041520******************************************************************
041530*  1670-LOAD-CURRICULUM - READS THE CURRICULUM FILE (CURRIC)     *
041540*  INTO WS-CURRICULUM, THE SAME WAY 1650-LOAD-SUBJECTS READS THE *
041550*  SUBJECT MASTER. A MISSING OR EMPTY FILE LEAVES THE COUNT AT   *
041560*  ZERO, WHICH DISABLES THE GRADUATION CLEARANCE CHECK.          *
041570******************************************************************
041580 1670-LOAD-CURRICULUM.
041590     MOVE 0 TO WS-CURRIC-COUNT
041600     OPEN INPUT CURRICULUM-FILE
041610     IF WS-FS-CURRIC NOT = "00"
041620         GO TO 1670-EXIT
041630     END-IF
041640     MOVE "N" TO WS-CU-EOF-SW
041650     PERFORM 1675-LOAD-ONE-CURRIC THRU 1675-EXIT
041660         UNTIL WS-CU-EOF
041670     CLOSE CURRICULUM-FILE.
041680 1670-EXIT.
041690     EXIT.
041700
041710 1675-LOAD-ONE-CURRIC.
041720     READ CURRICULUM-FILE NEXT RECORD
041730         AT END
041740             MOVE "Y" TO WS-CU-EOF-SW
041750             GO TO 1675-EXIT
041760     END-READ
041770     IF CU-COURSE = SPACES
041780         GO TO 1675-EXIT
041790     END-IF
041800     IF WS-CURRIC-COUNT >= WS-MAX-CURRIC
041810         DISPLAY "CURRICULUM FILE TRUNCATED AT " WS-MAX-CURRIC
041820             " ENTRIES."
041830         MOVE "Y" TO WS-CU-EOF-SW
041840         GO TO 1675-EXIT
041850     END-IF
041860     ADD 1 TO WS-CURRIC-COUNT
041870     MOVE CU-COURSE  TO WS-CU-COURSE(WS-CURRIC-COUNT)
041880     MOVE CU-SUBJECT TO WS-CU-SUBJECT(WS-CURRIC-COUNT)
041890     IF CU-MIN-UNITS IS NUMERIC
041900         MOVE CU-MIN-UNITS TO WS-CU-MIN-UNITS(WS-CURRIC-COUNT)
041910     ELSE
041920         MOVE 0 TO WS-CU-MIN-UNITS(WS-CURRIC-COUNT)
041930     END-IF.
041940 1675-EXIT.
041950     EXIT.
041960
041970******************************************************************
041980*  1680-LOAD-GRANTS - READS THE GRANTS FOR WS-GRANT-TERM FROM    *
041990*  GRANT-FILE INTO WS-GRANTS, KEEPING EACH ONE'S POSITION ON THE *
042000*  FILE. A GRANT WITH A BAD TYPE, BASIS OR VALUE IS SKIPPED AND  *
042010*  COUNTED. A MISSING FILE MEANS NO GRANTS.                      *
042020******************************************************************
042030 1680-LOAD-GRANTS.
042040     MOVE 0 TO WS-GRANT-COUNT
042050     MOVE 0 TO WS-GRANT-BAD
042060     MOVE 0 TO WS-GRANT-RECNO
042070     OPEN INPUT GRANT-FILE
042080     IF WS-FS-GRANT NOT = "00"
042090         GO TO 1680-EXIT
042100     END-IF
042110     MOVE "N" TO WS-GN-EOF-SW
042120     PERFORM 1685-LOAD-ONE-GRANT THRU 1685-EXIT
042130         UNTIL WS-GN-EOF
042140     CLOSE GRANT-FILE.
042150 1680-EXIT.
042160     EXIT.
042170
042180 1685-LOAD-ONE-GRANT.
042190     READ GRANT-FILE NEXT RECORD
042200         AT END
042210             MOVE "Y" TO WS-GN-EOF-SW
042220             GO TO 1685-EXIT
042230     END-READ
042240     ADD 1 TO WS-GRANT-RECNO
042250     IF GN-TERM NOT = WS-GRANT-TERM
042260         GO TO 1685-EXIT
042270     END-IF
042280     IF NOT GN-TYPE-VALID
042290             OR (NOT GN-BY-PERCENT AND NOT GN-BY-AMOUNT)
042300             OR (GN-BY-PERCENT AND GN-PERCENT IS NOT NUMERIC)
042310             OR (GN-BY-AMOUNT AND GN-AMOUNT IS NOT NUMERIC)
042320         ADD 1 TO WS-GRANT-BAD
042330         DISPLAY "GRANT WITH BAD TYPE, BASIS OR VALUE SKIPPED: "
042340             GN-SNO
042350         GO TO 1685-EXIT
042360     END-IF
042370     IF GN-BY-PERCENT AND GN-PERCENT > 100
042380         ADD 1 TO WS-GRANT-BAD
042390         DISPLAY "GRANT OVER 100 PERCENT SKIPPED: " GN-SNO
042400         GO TO 1685-EXIT
042410     END-IF
042420     IF WS-GRANT-COUNT >= WS-MAX-GRANTS
042430         DISPLAY "GRANTS TRUNCATED AT " WS-MAX-GRANTS " ENTRIES."
042440         MOVE "Y" TO WS-GN-EOF-SW
042450         GO TO 1685-EXIT
042460     END-IF
042470     ADD 1 TO WS-GRANT-COUNT
042480     MOVE WS-GRANT-RECNO TO WS-GRT-RECNO(WS-GRANT-COUNT)
042490     MOVE GN-SNO         TO WS-GRT-SNO(WS-GRANT-COUNT)
042500     MOVE GN-BASIS       TO WS-GRT-BASIS(WS-GRANT-COUNT)
042510     MOVE 0 TO WS-GRT-PERCENT(WS-GRANT-COUNT)
042520     MOVE 0 TO WS-GRT-AMOUNT(WS-GRANT-COUNT)
042530     IF GN-BY-PERCENT
042540         MOVE GN-PERCENT TO WS-GRT-PERCENT(WS-GRANT-COUNT)
042550     ELSE
042560         MOVE GN-AMOUNT  TO WS-GRT-AMOUNT(WS-GRANT-COUNT)
042570     END-IF
042580     MOVE 0   TO WS-GRT-APPLIED(WS-GRANT-COUNT)
042590     MOVE "N" TO WS-GRT-POSTED-SW(WS-GRANT-COUNT).
042600 1685-EXIT.
042610     EXIT.
042620
042630******************************************************************
042640*  1700-CHECK-INTERLOCK - COUNTS SESSION-LOG OPENS AGAINST       *
042650*  CLOSES. ANY SESSION STILL OPEN BLOCKS A MASTER-WRITING BATCH  *
042660*  RUN - THE OPERATORS SIGN OFF (OR SIGN ON AGAIN, WHICH CLEARS  *
042670*  A SESSION THAT DIED) AND THE JOB IS RESUBMITTED. A MISSING    *
042680*  SESSION LOG MEANS NO TERMINAL HAS EVER SIGNED ON.             *
042690******************************************************************
042700 1700-CHECK-INTERLOCK.
042710     MOVE 0 TO WS-SESS-OPENS
042720     MOVE 0 TO WS-SESS-CLOSES
042730     OPEN INPUT SESSION-FILE
042740     IF WS-FS-SESSION NOT = "00"
042750         GO TO 1700-EXIT
042760     END-IF
042770     MOVE "N" TO WS-SESS-EOF-SW
042780     PERFORM 1710-COUNT-ONE-SESSION THRU 1710-EXIT
042790         UNTIL WS-SESS-EOF
042800     CLOSE SESSION-FILE
042810     IF WS-SESS-OPENS > WS-SESS-CLOSES
042820         DISPLAY "TERMINAL SESSION(S) STILL OPEN - THIS RUN "
042830             "CANNOT START WHILE THE DIRECTORY IS BEING KEYED."
042840         DISPLAY "HAVE THE OPERATORS EXIT (OR SIGN ON AGAIN IF "
042850             "A SESSION DIED) AND RESUBMIT."
042860         SET WS-STARTUP-ABORTED TO TRUE
042870     END-IF.
042880 1700-EXIT.
042890     EXIT.
042900
042910 1710-COUNT-ONE-SESSION.
042920     READ SESSION-FILE NEXT RECORD
042930         AT END
042940             MOVE "Y" TO WS-SESS-EOF-SW
042950             GO TO 1710-EXIT
042960     END-READ
042970     IF TL-IS-OPEN
042980         ADD 1 TO WS-SESS-OPENS
042990     END-IF
043000     IF TL-IS-CLOSE
043010         ADD 1 TO WS-SESS-CLOSES
043020     END-IF.
043030 1710-EXIT.
043040     EXIT.
043050
043060******************************************************************
043070*  1800-OPEN-SESSION - LOGS THIS TERMINAL SESSION OPEN. A        *
043080*  LEFTOVER OPEN FROM THIS OPERATOR'S LAST SESSION (ONE THAT     *
043090*  DIED WITHOUT SIGNING OFF) IS CLOSED OUT FIRST, SO A CRASH     *
043100*  NEVER WEDGES THE BATCH INTERLOCK FOR GOOD.                    *
043110******************************************************************
043120 1800-OPEN-SESSION.
043130     MOVE 0 TO WS-MY-OPENS
043140     MOVE 0 TO WS-MY-CLOSES
043150     OPEN INPUT SESSION-FILE
043160     IF WS-FS-SESSION = "00"
043170         MOVE "N" TO WS-SESS-EOF-SW
043180         PERFORM 1810-COUNT-MY-SESSION THRU 1810-EXIT
043190             UNTIL WS-SESS-EOF
043200         CLOSE SESSION-FILE
043210     END-IF
043220
043230     OPEN EXTEND SESSION-FILE
043240     IF WS-FS-SESSION = "35"
043250         OPEN OUTPUT SESSION-FILE
043260     END-IF
043270     IF WS-FS-SESSION NOT = "00"
043280         DISPLAY "SESSION LOG COULD NOT BE OPENED, STATUS="
043290             WS-FS-SESSION
043300         GO TO 1800-EXIT
043310     END-IF
043320     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
043330     ACCEPT WS-CHANGE-TIME FROM TIME
043340     IF WS-MY-OPENS > WS-MY-CLOSES
043350         DISPLAY "A PRIOR SESSION OF YOURS NEVER SIGNED OFF - "
043360             "CLOSING IT OUT."
043370         MOVE WS-USER-ID      TO TL-USER-ID
043380         SET TL-IS-CLOSE      TO TRUE
043390         MOVE WS-CHANGE-DATE  TO TL-DATE
043400         MOVE WS-CHANGE-TIME  TO TL-TIME
043410         WRITE TL-RECORD
043420     END-IF
043430     MOVE WS-USER-ID      TO TL-USER-ID
043440     SET TL-IS-OPEN       TO TRUE
043450     MOVE WS-CHANGE-DATE  TO TL-DATE
043460     MOVE WS-CHANGE-TIME  TO TL-TIME
043470     WRITE TL-RECORD
043480     CLOSE SESSION-FILE
043490     SET WS-SESSION-OPEN TO TRUE.
043500 1800-EXIT.
043510     EXIT.
043520
043530 1810-COUNT-MY-SESSION.
043540     READ SESSION-FILE NEXT RECORD
043550         AT END
043560             MOVE "Y" TO WS-SESS-EOF-SW
043570             GO TO 1810-EXIT
043580     END-READ
043590     IF TL-USER-ID NOT = WS-USER-ID
043600         GO TO 1810-EXIT
043610     END-IF
043620     IF TL-IS-OPEN
043630         ADD 1 TO WS-MY-OPENS
043640     END-IF
043650     IF TL-IS-CLOSE
043660         ADD 1 TO WS-MY-CLOSES
043670     END-IF.
043680 1810-EXIT.
043690     EXIT.
043700
043710 1850-CLOSE-SESSION.
043720     OPEN EXTEND SESSION-FILE
043730     IF WS-FS-SESSION NOT = "00"
043740         GO TO 1850-EXIT
043750     END-IF
043760     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
043770     ACCEPT WS-CHANGE-TIME FROM TIME
043780     MOVE WS-USER-ID      TO TL-USER-ID
043790     SET TL-IS-CLOSE      TO TRUE
043800     MOVE WS-CHANGE-DATE  TO TL-DATE
043810     MOVE WS-CHANGE-TIME  TO TL-TIME
043820     WRITE TL-RECORD
043830     CLOSE SESSION-FILE.
043840 1850-EXIT.
043850     EXIT.
043860
043870******************************************************************
043880*  2000-PROCESS-MENU - DISPLAY THE MENU, READ THE CHOICE, AND    *
043890*  DISPATCH TO THE APPROPRIATE PARAGRAPH.                       *
043900******************************************************************
043910 2000-PROCESS-MENU.
043920     DISPLAY " "
043930     DISPLAY "  ====MENU===="
043940     DISPLAY "[1] Add Student"
043950     DISPLAY "[2] Edit Student"
043960     DISPLAY "[3] Delete Student"
043970     DISPLAY "[4] View Student"
043980     DISPLAY "[5] View All Student"
043990     DISPLAY "[6] Search by Name/Course"
044000     DISPLAY "[7] Course Enrollment Summary"
044010     DISPLAY "[8] Export Directory to CSV"
044020     DISPLAY "[9] Reinstate Student"
044030     DISPLAY "[10] View Change History"
044040     DISPLAY "[11] Print Roster Report"
044050     DISPLAY "[12] Change Enrollment Status"
044060     DISPLAY "[13] View Grades / GPA"
044070     DISPLAY "[14] Term Grade Register"
044080     DISPLAY "[15] Course Waitlist Report"
044090     DISPLAY "[16] Outstanding Balance Report"
044100     DISPLAY "[17] Change Student Number"
044110     DISPLAY "[18] Print Enrollment Letter"
044120     DISPLAY "[19] Search Alumni Archive"
044130     DISPLAY "[20] Graduates by Term Report"
044140     DISPLAY "[21] Re-Admit Archived Student"
044150     DISPLAY "[22] Print Transcript of Records"
044160     DISPLAY "[23] Daily Collection Report"
044170     DISPLAY "[24] Place / Release Student Hold"
044180     DISPLAY "[25] Student Holds by Office"
044190     DISPLAY "[26] Add / Drop Term Study Load"
044200     DISPLAY "[27] Print Class Lists"
044210     DISPLAY "[28] Print Student Study Load Form"
044220     DISPLAY "[29] Graduation Clearance Audit"
044230     DISPLAY "[30] Sponsor Billing Report"
044240     DISPLAY "[0] Exit"
044250     DISPLAY " "
044260     DISPLAY "Choice: " WITH NO ADVANCING
044270*  ACCEPT INTO A STAGING FIELD AND TEST IS NUMERIC BEFORE MOVING
044280*  TO CHOICE - THE SAME CONVENTION AS 4110-PROMPT-AGE - SO A
044290*  SINGLE-DIGIT ENTRY ("1" PLUS A TRAILING BLANK) NEVER LANDS
044300*  UNCONVERTED IN A TWO-DIGIT ZONED FIELD.
044310     ACCEPT WS-CHOICE-ENTRY
044320     IF WS-CHOICE-ENTRY(2:1) = SPACE
044330         MOVE WS-CHOICE-ENTRY(1:1) TO WS-CHOICE-ENTRY(2:1)
044340         MOVE "0" TO WS-CHOICE-ENTRY(1:1)
044350     END-IF
044360     IF WS-CHOICE-ENTRY IS NOT NUMERIC
044370         DISPLAY "INVALID CHOICE."
044380         GO TO 2000-EXIT
044390     END-IF
044400     MOVE WS-CHOICE-ENTRY TO CHOICE
044410     IF CHOICE > WS-MAX-CHOICE
044420         GO TO 2000-EXIT
044430     END-IF
044440
044450     IF CHOICE = 0
044460         COMPUTE EXITED = 1
044470     END-IF
044480
044490     IF CHOICE = 1
044500         PERFORM 3000-ADD-STUDENT THRU 3000-EXIT
044510     END-IF
044520
044530     IF CHOICE = 2
044540         PERFORM 4000-EDIT-STUDENT THRU 4000-EXIT
044550     END-IF
044560
044570     IF CHOICE = 3
044580*  DELETES ARE SUPERVISOR-ONLY - LAST TERM'S AUDIT COULD NOT
044590*  SAY WHO DROPPED A STUDENT, AND THE ANSWER IS NOW "ONLY A
044600*  SUPERVISOR, AND THE AUDIT RECORD NAMES THEM".
044610         IF WS-USER-IS-SUPERVISOR
044620             PERFORM 5000-DELETE-STUDENT THRU 5000-EXIT
044630         ELSE
044640             DISPLAY "DELETE STUDENT REQUIRES SUPERVISOR "
044650                 "AUTHORITY."
044660         END-IF
044670     END-IF
044680
044690     IF CHOICE = 4
044700         PERFORM 6000-VIEW-STUDENT THRU 6000-EXIT
044710     END-IF
044720
044730     IF CHOICE = 5
044740         PERFORM 7000-VIEW-ALL-STUDENTS THRU 7000-EXIT
044750     END-IF
044760
044770     IF CHOICE = 6
044780         PERFORM 9000-SEARCH-BY-TEXT THRU 9000-EXIT
044790     END-IF
044800
044810     IF CHOICE = 7
044820         PERFORM 9100-COURSE-SUMMARY THRU 9100-EXIT
044830     END-IF
044840
044850     IF CHOICE = 8
044860         PERFORM 9900-EXPORT-CSV THRU 9900-EXIT
044870     END-IF
044880
044890     IF CHOICE = 9
044900         PERFORM 5500-REINSTATE-STUDENT THRU 5500-EXIT
044910     END-IF
044920
044930     IF CHOICE = 10
044940         PERFORM 6100-VIEW-HISTORY THRU 6100-EXIT
044950     END-IF
044960
044970     IF CHOICE = 11
044980         PERFORM 9500-PRINT-ROSTER THRU 9500-EXIT
044990     END-IF
045000
045010     IF CHOICE = 12
045020         PERFORM 4500-CHANGE-STATUS THRU 4500-EXIT
045030     END-IF
045040
045050     IF CHOICE = 13
045060         PERFORM 6200-VIEW-GRADES THRU 6200-EXIT
045070     END-IF
045080
045090     IF CHOICE = 14
045100         PERFORM 9350-GRADE-REGISTER THRU 9350-EXIT
045110     END-IF
045120
045130     IF CHOICE = 15
045140         PERFORM 9150-WAITLIST-REPORT THRU 9150-EXIT
045150     END-IF
045160
045170     IF CHOICE = 16
045180         DISPLAY "SHOW PAYMENT HISTORY (Y/N): "
045190             WITH NO ADVANCING
045200         ACCEPT WS-BILL-HISTORY-SW
045210         PERFORM 9250-BALANCE-REPORT THRU 9250-EXIT
045220     END-IF
045230
045240     IF CHOICE = 17
045250         PERFORM 4600-CHANGE-STUDENT-NUMBER THRU 4600-EXIT
045260     END-IF
045270
045280     IF CHOICE = 18
045290         PERFORM 6300-LETTER-ON-DEMAND THRU 6300-EXIT
045300     END-IF
045310
045320     IF CHOICE = 19
045330         PERFORM 9980-ARCHIVE-INQUIRY THRU 9980-EXIT
045340     END-IF
045350
045360     IF CHOICE = 20
045370         PERFORM 9985-ALUMNI-REPORT THRU 9985-EXIT
045380     END-IF
045390
045400     IF CHOICE = 21
045410*  RE-ADMISSION IS SUPERVISED - THE SAME AUTHORITY RULE AS
045420*  DELETE.
045430         IF WS-USER-IS-SUPERVISOR
045440             PERFORM 5600-READMIT-STUDENT THRU 5600-EXIT
045450         ELSE
045460             DISPLAY "RE-ADMISSION REQUIRES SUPERVISOR "
045470                 "AUTHORITY."
045480         END-IF
045490     END-IF
045500
045510     IF CHOICE = 22
045520         PERFORM 7200-TRANSCRIPT-ON-DEMAND THRU 7200-EXIT
045530     END-IF
045540
045550     IF CHOICE = 23
045560         PERFORM 7300-COLLECTION-REPORT THRU 7300-EXIT
045570     END-IF
045580
045590     IF CHOICE = 24
045600*  HOLDS ARE PLACED AND RELEASED UNDER SUPERVISOR AUTHORITY.
045610         IF WS-USER-IS-SUPERVISOR
045620             PERFORM 7400-HOLD-MAINTENANCE THRU 7400-EXIT
045630         ELSE
045640             DISPLAY "HOLD MAINTENANCE REQUIRES SUPERVISOR "
045650                 "AUTHORITY."
045660         END-IF
045670     END-IF
045680
045690     IF CHOICE = 25
045700         PERFORM 7470-HOLDS-REPORT THRU 7470-EXIT
045710     END-IF
045720
045730     IF CHOICE = 26
045740         PERFORM 7500-STUDY-LOAD-MAINT THRU 7500-EXIT
045750     END-IF
045760
045770     IF CHOICE = 27
045780         PERFORM 7600-CLASS-LIST THRU 7600-EXIT
045790     END-IF
045800
045810     IF CHOICE = 28
045820         PERFORM 7650-STUDY-LOAD-FORM THRU 7650-EXIT
045830     END-IF
045840
045850     IF CHOICE = 29
045860         PERFORM 7800-GRADUATION-AUDIT THRU 7800-EXIT
045870     END-IF
045880
045890     IF CHOICE = 30
045900         PERFORM 7900-SPONSOR-BILLING THRU 7900-EXIT
045910     END-IF.
045920 2000-EXIT.
045930     EXIT.
045940
045950******************************************************************
045960*  3000-ADD-STUDENT                                             *
045970******************************************************************
045980 3000-ADD-STUDENT.
045990*  i IS NEVER TRUSTED AS A CARRIED-OVER CURSOR - VIEW/EDIT/DELETE
046000*  ALL LEAVE i SITTING ON WHATEVER SLOT THEY LAST TOUCHED, AND
046010*  APPENDING THERE WOULD CLOBBER A LIVE RECORD. 3050-FIND-ADD-SLOT
046020*  REBUILDS i FRESH - REUSING A SLOT A PRIOR DELETE LEFT BLANK
046030*  WHEN ONE EXISTS, OTHERWISE GROWING WS-STUDENT-COUNT.
046040     PERFORM 3050-FIND-ADD-SLOT THRU 3050-EXIT
046050
046060     IF NOT WS-FREE-SLOT-FOUND AND i > WS-MAX-STUDENTS
046070         PERFORM 3100-ADD-TO-OVERFLOW THRU 3100-EXIT
046080         GO TO 3000-EXIT
046090     END-IF
046100
046110     DISPLAY " "
046120     DISPLAY "  ====ADD A STUDENT===="
046130     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
046140     ACCEPT SEARCHNUM
046150
046160     SET k TO 1
046170     SEARCH student-info VARYING k
046180         AT END
046190             CONTINUE
046200         WHEN sNo(k) = SEARCHNUM
046210             DISPLAY "ERROR! Student number " SEARCHNUM
046220                 " is already on file."
046230             GO TO 3000-EXIT
046240     END-SEARCH
046250
046260*  ANOTHER TERMINAL MAY HAVE ADDED THE NUMBER SINCE THIS SESSION
046270*  LOADED ITS TABLE - THE MASTER BY KEY IS THE FINAL WORD.
046280     MOVE SEARCHNUM TO SM-SNO
046290     PERFORM 8100-READ-MASTER THRU 8100-EXIT
046300     IF WS-MASTER-FOUND
046310         DISPLAY "ERROR! Student number " SEARCHNUM
046320             " is already on file."
046330         GO TO 3000-EXIT
046340     END-IF
046350
046360*  ONLY NOW DOES A GROWN SLOT BECOME VISIBLE TO THE ODO TABLE -
046370*  AFTER THE DUPLICATE CHECK HAS PASSED, SO A REJECTED ADD NEVER
046380*  EXPOSES A HALF-FILLED SLOT TO A LATER SEARCH OR REPORT. A
046390*  REUSED SLOT IS ALREADY WITHIN WS-STUDENT-COUNT, SO IT NEEDS NO
046400*  ADJUSTMENT HERE.
046410     IF NOT WS-FREE-SLOT-FOUND
046420         MOVE i TO WS-STUDENT-COUNT
046430     END-IF
046440
046450     MOVE SEARCHNUM TO sNo(i)
046460     DISPLAY "ENTER FULLNAME: " WITH NO ADVANCING
046470     ACCEPT fullname(i)
046480     PERFORM 4100-ACCEPT-VALID-AGE      THRU 4100-EXIT
046490     PERFORM 3070-ACCEPT-VALID-COURSE   THRU 3070-EXIT
046500
046510*  A COURSE AT ITS SEAT CAP TAKES THE ENTRY ON ITS WAITLIST
046520*  INSTEAD OF THE DIRECTORY. THE CHECK RUNS BEFORE THE COURSE
046530*  LANDS IN THE SLOT SO THE SEAT COUNT NEVER COUNTS THE ENTRY
046540*  BEING ADDED, AND THE HALF-FILLED SLOT IS GIVEN BACK.
046550     MOVE WS-CRS-ENTRY TO WS-COURSE-TEST
046560     PERFORM 3320-CHECK-COURSE-FULL THRU 3320-EXIT
046570     IF WS-COURSE-FULL
046580         DISPLAY "COURSE " WS-CRS-ENTRY " IS AT ITS SEAT CAP - "
046590             "ENTRY WILL BE PLACED ON THE WAITLIST."
046600         MOVE sNo(i)       TO WLE-SNO
046610         MOVE fullname(i)  TO WLE-FULLNAME
046620         MOVE WS-CRS-ENTRY TO WLE-COURSE
046630         MOVE age(i)       TO WLE-AGE
046640         MOVE "N" TO WS-MOBILE-VALID-SW
046650         PERFORM 4210-PROMPT-MOBILE THRU 4210-EXIT
046660             UNTIL WS-MOBILE-VALID
046670         MOVE WS-MOBILE-ENTRY TO WLE-MOBILE
046680         MOVE "N" TO WS-LANDLINE-VALID-SW
046690         PERFORM 4310-PROMPT-LANDLINE THRU 4310-EXIT
046700             UNTIL WS-LANDLINE-VALID
046710         MOVE WS-LANDLINE-ENTRY TO WLE-LANDLINE
046720         MOVE "A" TO WLE-STATUS
046730         MOVE WS-CURRENT-TERM TO WLE-STATUS-TERM
046740         PERFORM 3350-ADD-TO-WAITLIST THRU 3350-EXIT
046750         MOVE SPACES TO sNo(i) fullname(i)
046760         MOVE ZERO   TO age(i)
046770         IF NOT WS-FREE-SLOT-FOUND
046780             SUBTRACT 1 FROM WS-STUDENT-COUNT
046790         END-IF
046800         DISPLAY "ENTRY PLACED ON THE WAITLIST FOR "
046810             WLE-COURSE "."
046820         GO TO 3000-EXIT
046830     END-IF
046840
046850     MOVE WS-CRS-ENTRY TO course(i)
046860     PERFORM 4200-ACCEPT-VALID-MOBILE   THRU 4200-EXIT
046870     PERFORM 4300-ACCEPT-VALID-LANDLINE THRU 4300-EXIT
046880     MOVE "A" TO enroll-status(i)
046890     MOVE WS-CURRENT-TERM TO status-term(i)
046900
046910     PERFORM 8200-WRITE-MASTER THRU 8200-EXIT
046920     PERFORM 5210-CLEAR-BEFORE-IMAGE THRU 5210-EXIT
046930     MOVE "A" TO WS-JL-ACTION
046940     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT.
046950 3000-EXIT.
046960     EXIT.
046970
046980******************************************************************
046990*  3050-FIND-ADD-SLOT - LOCATES WHERE THE NEXT ADD SHOULD LAND.  *
047000*  SCANS THE SLOTS ALREADY VISIBLE THROUGH WS-STUDENT-COUNT FOR  *
047010*  ONE A PRIOR DELETE LEFT BLANK AND REUSES IT; ONLY WHEN NONE   *
047020*  IS FREE DOES IT FALL BACK TO GROWING PAST WS-STUDENT-COUNT.   *
047030*  THIS KEEPS THE TRUE-CEILING/OVERFLOW CHECK IN 3000-ADD-STUDENT*
047040*  AND 9820-BATCH-ADD KEYED ON HOW FULL THE DIRECTORY ACTUALLY   *
047050*  IS, NOT ON HOW MANY ADDS HAVE EVER HAPPENED IN THE RUN.       *
047060******************************************************************
047070 3050-FIND-ADD-SLOT.
047080     MOVE "N" TO WS-FREE-SLOT-SW
047090     IF WS-STUDENT-COUNT > 0
047100         SET j TO 1
047110         PERFORM 3060-SCAN-FOR-FREE-SLOT THRU 3060-EXIT
047120             VARYING j FROM 1 BY 1
047130             UNTIL j > WS-STUDENT-COUNT OR WS-FREE-SLOT-FOUND
047140     END-IF
047150*  i IS SET INSIDE 3060-SCAN-FOR-FREE-SLOT AT THE MOMENT THE MATCH
047160*  IS FOUND, NOT HERE - PERFORM...VARYING ADVANCES j ONE MORE TIME
047170*  BEFORE THE UNTIL IS RE-TESTED, SO BY THE TIME CONTROL REACHES
047180*  THIS POINT j IS ALREADY ONE PAST THE SLOT THAT MATCHED.
047190     IF NOT WS-FREE-SLOT-FOUND
047200         SET i TO WS-STUDENT-COUNT
047210         SET i UP BY 1
047220     END-IF.
047230 3050-EXIT.
047240     EXIT.
047250
047260 3060-SCAN-FOR-FREE-SLOT.
047270     IF sNo(j) = SPACES
047280         SET WS-FREE-SLOT-FOUND TO TRUE
047290         SET i TO j
047300     END-IF.
047310 3060-EXIT.
047320     EXIT.
047330
047340******************************************************************
047350*  3070-ACCEPT-VALID-COURSE - SHARED BY THE ADD AND EDIT PATHS   *
047360*  AND THE OVERFLOW CAPTURE. RE-PROMPTS UNTIL THE COURSE CODE IS *
047370*  ON THE CATALOG (WHEN ONE IS LOADED - WITHOUT A CATALOG ANY    *
047380*  ENTRY IS TAKEN, AS IT ALWAYS WAS). THE VALIDATED CODE IS LEFT *
047390*  IN WS-CRS-ENTRY FOR THE CALLER.                               *
047400******************************************************************
047410 3070-ACCEPT-VALID-COURSE.
047420     MOVE "N" TO WS-COURSE-OK-SW
047430     PERFORM 3075-PROMPT-COURSE THRU 3075-EXIT
047440         UNTIL WS-COURSE-OK.
047450 3070-EXIT.
047460     EXIT.
047470
047480 3075-PROMPT-COURSE.
047490     DISPLAY "ENTER DEGREE PROGRAM: " WITH NO ADVANCING
047500     ACCEPT WS-CRS-ENTRY
047510     MOVE WS-CRS-ENTRY TO WS-COURSE-TEST
047520     PERFORM 3300-VALIDATE-COURSE-CODE THRU 3300-EXIT
047530     IF NOT WS-COURSE-OK
047540         DISPLAY "UNKNOWN COURSE CODE - SEE THE COURSE CATALOG."
047550     END-IF.
047560 3075-EXIT.
047570     EXIT.
047580
047590******************************************************************
047600*  3100-ADD-TO-OVERFLOW - THE DIRECTORY IS AT ITS TRUE CEILING   *
047610*  (WS-MAX-STUDENTS). RATHER THAN DISCARD THE ENTRY, IT IS       *
047620*  CAPTURED AND APPENDED TO OVERFLOW-FILE FOR LATER REPROCESSING.*
047630******************************************************************
047640 3100-ADD-TO-OVERFLOW.
047650     DISPLAY " "
047660     DISPLAY "DIRECTORY IS AT CAPACITY (" WS-MAX-STUDENTS
047670         ") - ENTRY WILL BE ROUTED TO THE OVERFLOW FILE."
047680     DISPLAY "ENTER FULLNAME: " WITH NO ADVANCING
047690     ACCEPT OVF-FULLNAME
047700     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
047710     ACCEPT OVF-SNO
047720     PERFORM 3110-OVERFLOW-VALID-AGE      THRU 3110-EXIT
047730     PERFORM 3070-ACCEPT-VALID-COURSE     THRU 3070-EXIT
047740     MOVE WS-CRS-ENTRY TO OVF-COURSE
047750     PERFORM 3120-OVERFLOW-VALID-MOBILE   THRU 3120-EXIT
047760     PERFORM 3130-OVERFLOW-VALID-LANDLINE THRU 3130-EXIT
047770     MOVE "A" TO OVF-STATUS
047780     MOVE WS-CURRENT-TERM TO OVF-STATUS-TERM
047790
047800     OPEN EXTEND OVERFLOW-FILE
047810     MOVE OVF-SNO       TO OV-SNO
047820     MOVE OVF-FULLNAME  TO OV-FULLNAME
047830     MOVE OVF-COURSE    TO OV-COURSE
047840     MOVE OVF-MOBILE    TO OV-MOBILE
047850     MOVE OVF-LANDLINE  TO OV-LANDLINE
047860     MOVE OVF-AGE       TO OV-AGE
047870     MOVE OVF-STATUS    TO OV-STATUS
047880     MOVE OVF-STATUS-TERM TO OV-STATUS-TERM
047890     WRITE OV-RECORD
047900     CLOSE OVERFLOW-FILE
047910     DISPLAY "ENTRY SAVED TO OVERFLOW FILE FOR LATER PROCESSING.".
047920 3100-EXIT.
047930     EXIT.
047940
047950******************************************************************
047960*  3110-OVERFLOW-VALID-AGE THRU 3130-OVERFLOW-VALID-LANDLINE -   *
047970*  SAME VALIDATION RULES AS 4100/4200/4300, REUSING THEIR SHARED *
047980*  PROMPT PARAGRAPHS, BUT LANDING THE VALIDATED VALUE IN THE     *
047990*  OVERFLOW STAGING FIELDS INSTEAD OF student-info(i), SINCE AN  *
048000*  OVERFLOW ENTRY HAS NO TABLE SLOT TO WRITE INTO.               *
048010******************************************************************
048020 3110-OVERFLOW-VALID-AGE.
048030     MOVE "N" TO WS-AGE-VALID-SW
048040     PERFORM 4110-PROMPT-AGE THRU 4110-EXIT
048050         UNTIL WS-AGE-VALID
048060     MOVE WS-AGE-NUM TO OVF-AGE.
048070 3110-EXIT.
048080     EXIT.
048090
048100 3120-OVERFLOW-VALID-MOBILE.
048110     MOVE "N" TO WS-MOBILE-VALID-SW
048120     PERFORM 4210-PROMPT-MOBILE THRU 4210-EXIT
048130         UNTIL WS-MOBILE-VALID
048140     MOVE WS-MOBILE-ENTRY TO OVF-MOBILE.
048150 3120-EXIT.
048160     EXIT.
048170
048180 3130-OVERFLOW-VALID-LANDLINE.
048190     MOVE "N" TO WS-LANDLINE-VALID-SW
048200     PERFORM 4310-PROMPT-LANDLINE THRU 4310-EXIT
048210         UNTIL WS-LANDLINE-VALID
048220     MOVE WS-LANDLINE-ENTRY TO OVF-LANDLINE.
048230 3130-EXIT.
048240     EXIT.
048250
048260******************************************************************
048270*  3300-VALIDATE-COURSE-CODE - LOOKS WS-COURSE-TEST UP IN THE    *
048280*  CATALOG TABLE. SETS WS-COURSE-OK AND LEAVES THE COURSE'S SEAT *
048290*  CAP IN WS-COURSE-CAP (ZERO = NO CAP). WITH NO CATALOG LOADED  *
048300*  EVERY CODE PASSES AND EVERY COURSE IS OPEN.                   *
048310******************************************************************
048320 3300-VALIDATE-COURSE-CODE.
048330     MOVE 0 TO WS-COURSE-CAP
048340     IF WS-CATALOG-COUNT = 0
048350         MOVE "Y" TO WS-COURSE-OK-SW
048360         GO TO 3300-EXIT
048370     END-IF
048380     MOVE "N" TO WS-COURSE-OK-SW
048390     SET c TO 1
048400     SEARCH WS-CATALOG-ENTRY VARYING c
048410         AT END
048420             CONTINUE
048430         WHEN WS-CAT-CODE(c) = WS-COURSE-TEST
048440             MOVE "Y" TO WS-COURSE-OK-SW
048450             MOVE WS-CAT-CAP(c) TO WS-COURSE-CAP
048460     END-SEARCH.
048470 3300-EXIT.
048480     EXIT.
048490
048500******************************************************************
048510*  3310-COUNT-COURSE-SEATS - COUNTS THE ACTIVE STUDENTS SEATED   *
048520*  IN WS-COURSE-TEST, THE SAME ACTIVE-ONLY RULE AS THE COURSE    *
048530*  ENROLLMENT SUMMARY. LOA/GRADUATED/WITHDRAWN STUDENTS DO NOT   *
048540*  HOLD A SEAT. THE COUNT COMES OFF THE MASTER, NOT THIS         *
048550*  SESSION'S TABLE - WITH SEVERAL TERMINALS KEYING AT ONCE THE   *
048560*  TABLE IS STALE, AND TWO SESSIONS EACH SEEING CAP-1 WOULD      *
048570*  BOTH ADMIT. THE MASTER BY KEY IS THE FINAL WORD FOR SEATS     *
048580*  THE SAME AS FOR DUPLICATES. THE SCAN LEAVES SM-RECORD ON THE  *
048590*  LAST RECORD READ - CALLERS REBUILD IT BEFORE ANY KEYED WRITE. *
048600******************************************************************
048610 3310-COUNT-COURSE-SEATS.
048620     MOVE 0 TO WS-SEAT-COUNT
048630     MOVE LOW-VALUES TO SM-SNO
048640     START STUDENT-MASTER KEY NOT LESS THAN SM-SNO
048650         INVALID KEY
048660             CONTINUE
048670     END-START
048680     IF NOT FS-OK
048690         GO TO 3310-EXIT
048700     END-IF
048710     MOVE "N" TO WS-SEAT-EOF-SW
048720     PERFORM 3315-COUNT-ONE-SEAT THRU 3315-EXIT
048730         UNTIL WS-SEAT-EOF.
048740 3310-EXIT.
048750     EXIT.
048760
048770 3315-COUNT-ONE-SEAT.
048780     READ STUDENT-MASTER NEXT RECORD
048790         AT END
048800             MOVE "Y" TO WS-SEAT-EOF-SW
048810             GO TO 3315-EXIT
048820     END-READ
048830     IF SM-COURSE = WS-COURSE-TEST AND SM-STATUS = "A"
048840         ADD 1 TO WS-SEAT-COUNT
048850     END-IF.
048860 3315-EXIT.
048870     EXIT.
048880
048890******************************************************************
048900*  3320-CHECK-COURSE-FULL - SETS WS-COURSE-FULL WHEN             *
048910*  WS-COURSE-TEST HAS A SEAT CAP AND EVERY SEAT IS TAKEN. AN     *
048920*  UNCAPPED OR UNCATALOGUED COURSE IS NEVER FULL.                *
048930******************************************************************
048940 3320-CHECK-COURSE-FULL.
048950     MOVE "N" TO WS-COURSE-FULL-SW
048960     PERFORM 3300-VALIDATE-COURSE-CODE THRU 3300-EXIT
048970     IF NOT WS-COURSE-OK OR WS-COURSE-CAP = 0
048980         GO TO 3320-EXIT
048990     END-IF
049000     PERFORM 3310-COUNT-COURSE-SEATS THRU 3310-EXIT
049010     IF WS-SEAT-COUNT >= WS-COURSE-CAP
049020         SET WS-COURSE-FULL TO TRUE
049030     END-IF.
049040 3320-EXIT.
049050     EXIT.
049060
049070******************************************************************
049080*  3350-ADD-TO-WAITLIST - APPENDS THE ENROLLEE STAGED IN         *
049090*  WS-WAITLIST-ENTRY TO WAITLIST-FILE. ARRIVAL ORDER IS THE      *
049100*  QUEUE ORDER - 3400-PROMOTE-FROM-WAITLIST TAKES THE FIRST      *
049110*  ENTRY FOR THE COURSE.                                         *
049120******************************************************************
049130 3350-ADD-TO-WAITLIST.
049140     OPEN EXTEND WAITLIST-FILE
049150     IF WS-FS-WAITLIST NOT = "00"
049160         DISPLAY "WAITLIST COULD NOT BE OPENED, STATUS="
049170             WS-FS-WAITLIST
049180         GO TO 3350-EXIT
049190     END-IF
049200     MOVE WLE-SNO         TO WL-SNO
049210     MOVE WLE-FULLNAME    TO WL-FULLNAME
049220     MOVE WLE-COURSE      TO WL-COURSE
049230     MOVE WLE-MOBILE      TO WL-MOBILE
049240     MOVE WLE-LANDLINE    TO WL-LANDLINE
049250     MOVE WLE-AGE         TO WL-AGE
049260     MOVE WLE-STATUS      TO WL-STATUS
049270     MOVE WLE-STATUS-TERM TO WL-STATUS-TERM
049280     WRITE WL-RECORD
049290     CLOSE WAITLIST-FILE.
049300 3350-EXIT.
049310     EXIT.
049320
049330******************************************************************
049340*  3400-PROMOTE-FROM-WAITLIST - A DELETE OR A WITHDRAWAL JUST    *
049350*  FREED A SEAT IN WS-PROMOTE-COURSE. IF THE COURSE NOW HAS      *
049360*  ROOM, THE FIRST WAITLISTED ENTRY FOR IT IS MOVED INTO THE     *
049370*  DIRECTORY (WRITTEN TO THE MASTER AND JOURNALED AS A WAITLIST  *
049380*  PROMOTION, ACTION "W")                                        *
049390*  AND WAITLIST-FILE IS REWRITTEN WITHOUT IT, THE SAME WORK-FILE *
049400*  PATTERN AS THE OVERFLOW REPROCESS. AN ENTRY WHOSE NUMBER IS   *
049410*  BACK ON FILE IS DROPPED AS REDUNDANT ALONG THE WAY.           *
049420******************************************************************
049430 3400-PROMOTE-FROM-WAITLIST.
049440     IF WS-PROMOTE-COURSE = SPACES
049450         GO TO 3400-EXIT
049460     END-IF
049470     MOVE WS-PROMOTE-COURSE TO WS-COURSE-TEST
049480     PERFORM 3320-CHECK-COURSE-FULL THRU 3320-EXIT
049490     IF WS-COURSE-FULL
049500         GO TO 3400-EXIT
049510     END-IF
049520
049530     OPEN INPUT WAITLIST-FILE
049540     IF WS-FS-WAITLIST NOT = "00"
049550         GO TO 3400-EXIT
049560     END-IF
049570     OPEN OUTPUT WAITLIST-WORK
049580     IF WS-FS-WLWORK NOT = "00"
049590         DISPLAY "WAITLIST WORK FILE COULD NOT BE OPENED, "
049600             "STATUS=" WS-FS-WLWORK
049610         CLOSE WAITLIST-FILE
049620         GO TO 3400-EXIT
049630     END-IF
049640     MOVE "N" TO WS-WL-EOF-SW
049650     MOVE "N" TO WS-WL-PROMOTED-SW
049660     MOVE "N" TO WS-WL-CHANGED-SW
049670     PERFORM 3410-SIFT-ONE-WAITLIST THRU 3410-EXIT
049680         UNTIL WS-WL-EOF
049690     CLOSE WAITLIST-FILE
049700     CLOSE WAITLIST-WORK
049710
049720*  NOTHING PROMOTED AND NOTHING DROPPED MEANS THE WAITLIST IS
049730*  UNCHANGED - LEAVE IT ALONE RATHER THAN REWRITE IT FOR NOTHING.
049740     IF NOT WS-WL-CHANGED
049750         GO TO 3400-EXIT
049760     END-IF
049770     OPEN INPUT WAITLIST-WORK
049780*  BAIL OUT WHILE WAITLIST IS STILL INTACT - ONCE IT IS OPENED
049790*  OUTPUT BELOW ITS CONTENTS ARE GONE, AND THE KEEPERS ON THE
049800*  WORK FILE WOULD BE THE ONLY COPY LEFT.
049810     IF WS-FS-WLWORK NOT = "00"
049820         DISPLAY "WAITLIST WORK FILE COULD NOT BE REOPENED, "
049830             "STATUS=" WS-FS-WLWORK
049840         GO TO 3400-EXIT
049850     END-IF
049860     OPEN OUTPUT WAITLIST-FILE
049870     MOVE "N" TO WS-WL-EOF-SW
049880     PERFORM 3420-COPY-ONE-WAITBACK THRU 3420-EXIT
049890         UNTIL WS-WL-EOF
049900     CLOSE WAITLIST-WORK
049910     CLOSE WAITLIST-FILE.
049920 3400-EXIT.
049930     EXIT.
049940
049950 3410-SIFT-ONE-WAITLIST.
049960     READ WAITLIST-FILE NEXT RECORD
049970         AT END
049980             MOVE "Y" TO WS-WL-EOF-SW
049990             GO TO 3410-EXIT
050000     END-READ
050010     IF WS-WL-PROMOTED OR WL-COURSE NOT = WS-PROMOTE-COURSE
050020         MOVE WL-RECORD TO WW-RECORD
050030         WRITE WW-RECORD
050040         GO TO 3410-EXIT
050050     END-IF
050060
050070*  A NUMBER BACK ON FILE MEANS THE DIRECTORY COPY WON - THE
050080*  WAITLIST COPY IS REDUNDANT AND IS DROPPED, NOT RETAINED.
050090     SET k TO 1
050100     SEARCH student-info VARYING k
050110         AT END
050120             CONTINUE
050130         WHEN sNo(k) = WL-SNO
050140             DISPLAY "WAITLIST ENTRY ALREADY ON FILE - "
050150                 "DROPPED: " WL-SNO
050160             MOVE "Y" TO WS-WL-CHANGED-SW
050170             GO TO 3410-EXIT
050180     END-SEARCH
050190*  THE OTHER TERMINALS' ADDS COUNT TOO - THE MASTER BY KEY IS
050200*  THE FINAL WORD BEFORE A PROMOTION WRITES INTO IT.
050210     MOVE WL-SNO TO SM-SNO
050220     PERFORM 8100-READ-MASTER THRU 8100-EXIT
050230     IF WS-MASTER-FOUND
050240         DISPLAY "WAITLIST ENTRY ALREADY ON FILE - "
050250             "DROPPED: " WL-SNO
050260         MOVE "Y" TO WS-WL-CHANGED-SW
050270         GO TO 3410-EXIT
050280     END-IF
050290
050300     PERFORM 3050-FIND-ADD-SLOT THRU 3050-EXIT
050310     IF NOT WS-FREE-SLOT-FOUND AND i > WS-MAX-STUDENTS
050320         MOVE WL-RECORD TO WW-RECORD
050330         WRITE WW-RECORD
050340         GO TO 3410-EXIT
050350     END-IF
050360     IF NOT WS-FREE-SLOT-FOUND
050370         MOVE i TO WS-STUDENT-COUNT
050380     END-IF
050390
050400     MOVE WL-SNO         TO sNo(i)
050410     MOVE WL-FULLNAME    TO fullname(i)
050420     MOVE WL-COURSE      TO course(i)
050430     MOVE WL-MOBILE      TO mobile(i)
050440     MOVE WL-LANDLINE    TO landline(i)
050450     MOVE WL-AGE         TO age(i)
050460     MOVE WL-STATUS      TO enroll-status(i)
050470     MOVE WL-STATUS-TERM TO status-term(i)
050480     PERFORM 8200-WRITE-MASTER THRU 8200-EXIT
050490*  A WRITE THAT DID NOT LAND LEAVES THE STUDENT QUEUED: GIVE
050500*  THE SLOT BACK, KEEP THE ENTRY ON THE WAITLIST, AND JOURNAL
050510*  NOTHING - AN ADD THAT NEVER HAPPENED MUST NOT LOOK LIKE ONE.
050520     IF NOT FS-OK
050530         PERFORM 8190-DROP-SLOT THRU 8190-EXIT
050540         IF NOT WS-FREE-SLOT-FOUND
050550             SUBTRACT 1 FROM WS-STUDENT-COUNT
050560         END-IF
050570         MOVE WL-RECORD TO WW-RECORD
050580         WRITE WW-RECORD
050590         GO TO 3410-EXIT
050600     END-IF
050610     PERFORM 5210-CLEAR-BEFORE-IMAGE THRU 5210-EXIT
050620     MOVE "W" TO WS-JL-ACTION
050630     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
050640     MOVE "Y" TO WS-WL-PROMOTED-SW
050650     MOVE "Y" TO WS-WL-CHANGED-SW
050660     DISPLAY "PROMOTED FROM THE WAITLIST INTO " WL-COURSE
050670         ": " WL-SNO.
050680 3410-EXIT.
050690     EXIT.
050700
050710 3420-COPY-ONE-WAITBACK.
050720     READ WAITLIST-WORK NEXT RECORD
050730         AT END
050740             MOVE "Y" TO WS-WL-EOF-SW
050750             GO TO 3420-EXIT
050760     END-READ
050770     MOVE WW-RECORD TO WL-RECORD
050780     WRITE WL-RECORD.
050790 3420-EXIT.
050800     EXIT.
050810
050820******************************************************************
050830*  4000-EDIT-STUDENT                                            *
050840******************************************************************
050850 4000-EDIT-STUDENT.
050860     DISPLAY "  ====EDIT STUDENT INFO===="
050870     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
050880     ACCEPT SEARCHNUM
050890
050900     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
050910     IF NOT WS-STU-FOUND
050920         DISPLAY "Student not found."
050930         GO TO 4000-EXIT
050940     END-IF
050950
050960*  WORK FROM THE RECORD AS IT STANDS ON DISK, AND HOLD IT SO A
050970*  SECOND TERMINAL CANNOT EDIT IT UNDERNEATH THIS ONE.
050980     MOVE sNo(i) TO SM-SNO
050990     PERFORM 8100-READ-MASTER THRU 8100-EXIT
051000     IF NOT WS-MASTER-FOUND
051010         DISPLAY "STUDENT WAS REMOVED FROM ANOTHER TERMINAL."
051020         PERFORM 8190-DROP-SLOT THRU 8190-EXIT
051030         GO TO 4000-EXIT
051040     END-IF
051050     PERFORM 8150-LOCK-MASTER THRU 8150-EXIT
051060     IF WS-REC-BUSY
051070         DISPLAY "RECORD IN USE BY " SM-IN-USE-ID " - TRY "
051080             "AGAIN WHEN THEY FINISH (A DEAD SESSION'S HOLD "
051090             "CLEARS WHEN ITS OWNER SIGNS ON AGAIN)."
051100         GO TO 4000-EXIT
051110     END-IF
051120     PERFORM 8170-REFRESH-SLOT THRU 8170-EXIT
051130
051140     DISPLAY "STUDENT FOUND."
051150     PERFORM 5220-CAPTURE-BEFORE-IMAGE THRU 5220-EXIT
051160     PERFORM 4100-ACCEPT-VALID-AGE      THRU 4100-EXIT
051170     PERFORM 3070-ACCEPT-VALID-COURSE THRU 3070-EXIT
051180*  A MOVE INTO A COURSE AT ITS SEAT CAP IS REFUSED RATHER THAN
051190*  WAITLISTED - THE STUDENT KEEPS THE COURSE THEY HAVE. A
051200*  RE-KEYED UNCHANGED COURSE SAILS THROUGH (THE SEAT COUNT WOULD
051210*  ONLY BE COUNTING THE STUDENT THEMSELVES).
051220     IF WS-CRS-ENTRY NOT = course(i)
051230         MOVE WS-CRS-ENTRY TO WS-COURSE-TEST
051240         PERFORM 3320-CHECK-COURSE-FULL THRU 3320-EXIT
051250         IF WS-COURSE-FULL
051260             DISPLAY "COURSE " WS-CRS-ENTRY " IS AT ITS "
051270                 "SEAT CAP - COURSE UNCHANGED."
051280         ELSE
051290             MOVE WS-CRS-ENTRY TO course(i)
051300         END-IF
051310     END-IF
051320     PERFORM 4200-ACCEPT-VALID-MOBILE   THRU 4200-EXIT
051330     PERFORM 4300-ACCEPT-VALID-LANDLINE THRU 4300-EXIT
051340     PERFORM 8300-REWRITE-MASTER THRU 8300-EXIT
051350     MOVE "E" TO WS-JL-ACTION
051360     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT.
051370 4000-EXIT.
051380     EXIT.
051390
051400******************************************************************
051410*  4100-ACCEPT-VALID-AGE - SHARED BY 3000-ADD-STUDENT AND        *
051420*  4000-EDIT-STUDENT. RE-PROMPTS UNTIL THE OPERATOR ENTERS A     *
051430*  NUMERIC AGE WITHIN A SANE RANGE FOR A COLLEGE STUDENT, THEN   *
051440*  STORES IT INTO age(i).                                        *
051450******************************************************************
051460 4100-ACCEPT-VALID-AGE.
051470     MOVE "N" TO WS-AGE-VALID-SW
051480     PERFORM 4110-PROMPT-AGE THRU 4110-EXIT
051490         UNTIL WS-AGE-VALID
051500     MOVE WS-AGE-NUM TO age(i).
051510 4100-EXIT.
051520     EXIT.
051530
051540 4110-PROMPT-AGE.
051550     DISPLAY "ENTER AGE (" WS-MIN-AGE "-" WS-MAX-AGE "): "
051560         WITH NO ADVANCING
051570     ACCEPT WS-AGE-ENTRY
051580     MOVE "N" TO WS-AGE-VALID-SW
051590     IF WS-AGE-ENTRY IS NUMERIC
051600         MOVE WS-AGE-ENTRY TO WS-AGE-NUM
051610         IF WS-AGE-NUM >= WS-MIN-AGE AND WS-AGE-NUM <= WS-MAX-AGE
051620             MOVE "Y" TO WS-AGE-VALID-SW
051630         END-IF
051640     END-IF
051650     IF NOT WS-AGE-VALID
051660         DISPLAY "INVALID AGE - ENTER A NUMBER FROM " WS-MIN-AGE
051670             " TO " WS-MAX-AGE "."
051680     END-IF.
051690 4110-EXIT.
051700     EXIT.
051710
051720******************************************************************
051730*  4200-ACCEPT-VALID-MOBILE - SHARED BY 3000-ADD-STUDENT AND     *
051740*  4000-EDIT-STUDENT. RE-PROMPTS UNTIL THE MOBILE NUMBER IS      *
051750*  ELEVEN DIGITS WITH NO LETTERS OR PUNCTUATION.                 *
051760******************************************************************
051770 4200-ACCEPT-VALID-MOBILE.
051780     MOVE "N" TO WS-MOBILE-VALID-SW
051790     PERFORM 4210-PROMPT-MOBILE THRU 4210-EXIT
051800         UNTIL WS-MOBILE-VALID
051810     MOVE WS-MOBILE-ENTRY TO mobile(i).
051820 4200-EXIT.
051830     EXIT.
051840
051850 4210-PROMPT-MOBILE.
051860     DISPLAY "ENTER MOBILE NUMBER (11 DIGITS): " WITH NO
051870         ADVANCING
051880     ACCEPT WS-MOBILE-ENTRY
051890     IF WS-MOBILE-ENTRY IS NUMERIC
051900         MOVE "Y" TO WS-MOBILE-VALID-SW
051910     ELSE
051920         MOVE "N" TO WS-MOBILE-VALID-SW
051930         DISPLAY "INVALID MOBILE NUMBER - ENTER 11 DIGITS, NO "
051940             "LETTERS."
051950     END-IF.
051960 4210-EXIT.
051970     EXIT.
051980
051990******************************************************************
052000*  4300-ACCEPT-VALID-LANDLINE - SHARED BY 3000-ADD-STUDENT AND   *
052010*  4000-EDIT-STUDENT. RE-PROMPTS UNTIL THE LANDLINE NUMBER IS    *
052020*  EIGHT DIGITS WITH NO LETTERS OR PUNCTUATION.                  *
052030******************************************************************
052040 4300-ACCEPT-VALID-LANDLINE.
052050     MOVE "N" TO WS-LANDLINE-VALID-SW
052060     PERFORM 4310-PROMPT-LANDLINE THRU 4310-EXIT
052070         UNTIL WS-LANDLINE-VALID
052080     MOVE WS-LANDLINE-ENTRY TO landline(i).
052090 4300-EXIT.
052100     EXIT.
052110
052120 4310-PROMPT-LANDLINE.
052130     DISPLAY "ENTER LANDLINE NUMBER (8 DIGITS): " WITH NO
052140         ADVANCING
052150     ACCEPT WS-LANDLINE-ENTRY
052160     IF WS-LANDLINE-ENTRY IS NUMERIC
052170         MOVE "Y" TO WS-LANDLINE-VALID-SW
052180     ELSE
052190         MOVE "N" TO WS-LANDLINE-VALID-SW
052200         DISPLAY "INVALID LANDLINE NUMBER - ENTER 8 DIGITS, NO "
052210             "LETTERS."
052220     END-IF.
052230 4310-EXIT.
052240     EXIT.
052250
052260******************************************************************
052270*  4500-CHANGE-STATUS - MENU [12]. MOVES A STUDENT BETWEEN       *
052280*  ACTIVE / LOA / GRADUATED / WITHDRAWN AND RECORDS THE TERM     *
052290*  THEY ENTERED THAT STATUS. JOURNALED LIKE AN EDIT (ACTION "S") *
052300*  SO THE CHANGE HISTORY SHOWS WHO MOVED THEM AND WHEN.          *
052310*  A CHANGE TO GRADUATED NEEDS CLEARANCE AGAINST THE PROGRAM'S   *
052320*  CURRICULUM; A SUPERVISOR MAY OVERRIDE, JOURNALED AS "O".      *
052330******************************************************************
052340 4500-CHANGE-STATUS.
052350     DISPLAY "  ====CHANGE ENROLLMENT STATUS===="
052360     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
052370     ACCEPT SEARCHNUM
052380
052390     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
052400     IF NOT WS-STU-FOUND
052410         DISPLAY "Student not found."
052420         GO TO 4500-EXIT
052430     END-IF
052440     MOVE sNo(i) TO SM-SNO
052450     PERFORM 8100-READ-MASTER THRU 8100-EXIT
052460     IF NOT WS-MASTER-FOUND
052470         DISPLAY "STUDENT WAS REMOVED FROM ANOTHER TERMINAL."
052480         PERFORM 8190-DROP-SLOT THRU 8190-EXIT
052490         GO TO 4500-EXIT
052500     END-IF
052510     PERFORM 8150-LOCK-MASTER THRU 8150-EXIT
052520     IF WS-REC-BUSY
052530         DISPLAY "RECORD IN USE BY " SM-IN-USE-ID " - TRY "
052540             "AGAIN WHEN THEY FINISH."
052550         GO TO 4500-EXIT
052560     END-IF
052570     PERFORM 8170-REFRESH-SLOT THRU 8170-EXIT
052580
052590     DISPLAY "CURRENT STATUS: " enroll-status(i)
052600         " SINCE " status-term(i)
052610     PERFORM 5220-CAPTURE-BEFORE-IMAGE THRU 5220-EXIT
052620     PERFORM 4510-ACCEPT-VALID-STATUS THRU 4510-EXIT
052630     MOVE "N" TO WS-GC-OVERRIDE-SW
052640*  NO ONE GRADUATES WITH A HOLD STILL ACTIVE AGAINST THEM -
052650*  PUT THE STATUS BACK AND RELEASE THE RECORD.
052660     IF enroll-status(i) = "G"
052670         MOVE sNo(i) TO WS-HOLD-SNO
052680         PERFORM 7410-CHECK-HOLDS THRU 7410-EXIT
052690         IF WS-HOLD-ACTIVE
052700             DISPLAY "STATUS CHANGE REFUSED - " WS-HOLD-NAME
052710             MOVE WS-OLD-STATUS TO enroll-status(i)
052720             PERFORM 8160-UNLOCK-MASTER THRU 8160-EXIT
052730             GO TO 4500-EXIT
052740         END-IF
052750*  NOR WITHOUT CLEARANCE AGAINST THE CURRICULUM, UNLESS A
052760*  SUPERVISOR OVERRIDES IT.
052770         IF WS-OLD-STATUS NOT = "G"
052780             PERFORM 7720-GATE-GRADUATION THRU 7720-EXIT
052790             IF NOT WS-GC-CLEARED AND NOT WS-GC-OVERRIDDEN
052800                 MOVE WS-OLD-STATUS TO enroll-status(i)
052810                 PERFORM 8160-UNLOCK-MASTER THRU 8160-EXIT
052820                 GO TO 4500-EXIT
052830             END-IF
052840         END-IF
052850     END-IF
052860     PERFORM 4520-ACCEPT-VALID-TERM   THRU 4520-EXIT
052870     PERFORM 8300-REWRITE-MASTER THRU 8300-EXIT
052880     IF WS-GC-OVERRIDDEN
052890         MOVE "O" TO WS-JL-ACTION
052900     ELSE
052910         MOVE "S" TO WS-JL-ACTION
052920     END-IF
052930     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
052940     DISPLAY "STATUS UPDATED."
052950*  A STUDENT LEAVING ACTIVE STATUS GIVES THEIR SEAT UP - OFFER
052960*  IT TO THE FIRST WAITLISTED ENTRY FOR THE COURSE.
052970     IF WS-OLD-STATUS = "A"
052980             AND enroll-status(i) NOT = "A"
052990         MOVE course(i) TO WS-PROMOTE-COURSE
053000         PERFORM 3400-PROMOTE-FROM-WAITLIST
053010             THRU 3400-EXIT
053020     END-IF.
053030 4500-EXIT.
053040     EXIT.
053050
053060 4510-ACCEPT-VALID-STATUS.
053070     MOVE SPACE TO WS-STATUS-ENTRY
053080     PERFORM 4511-PROMPT-STATUS THRU 4511-EXIT
053090         UNTIL WS-STATUS-ENTRY = "A" OR "L" OR "G" OR "W"
053100     MOVE WS-STATUS-ENTRY TO enroll-status(i).
053110 4510-EXIT.
053120     EXIT.
053130
053140 4511-PROMPT-STATUS.
053150     DISPLAY "ENTER STATUS (A=ACTIVE L=LOA G=GRADUATED "
053160         "W=WITHDRAWN): " WITH NO ADVANCING
053170     ACCEPT WS-STATUS-ENTRY
053180     IF WS-STATUS-ENTRY NOT = "A" AND WS-STATUS-ENTRY NOT = "L"
053190             AND WS-STATUS-ENTRY NOT = "G"
053200             AND WS-STATUS-ENTRY NOT = "W"
053210         DISPLAY "INVALID STATUS - ENTER A, L, G OR W."
053220     END-IF.
053230 4511-EXIT.
053240     EXIT.
053250
053260 4520-ACCEPT-VALID-TERM.
053270     MOVE SPACES TO WS-TERM-ENTRY
053280     PERFORM 4521-PROMPT-TERM THRU 4521-EXIT
053290         UNTIL WS-TERM-ENTRY IS NUMERIC
053300     MOVE WS-TERM-ENTRY TO status-term(i).
053310 4520-EXIT.
053320     EXIT.
053330
053340 4521-PROMPT-TERM.
053350     DISPLAY "ENTER TERM (YYYYMM): " WITH NO ADVANCING
053360     ACCEPT WS-TERM-ENTRY
053370     IF WS-TERM-ENTRY IS NOT NUMERIC
053380         DISPLAY "INVALID TERM - ENTER SIX DIGITS, E.G. "
053390             WS-CURRENT-TERM "."
053400     END-IF.
053410 4521-EXIT.
053420     EXIT.
053430
053440******************************************************************
053450*  4600-CHANGE-STUDENT-NUMBER - MENU [17]. CORRECTS A MIS-KEYED  *
053460*  STUDENT NUMBER IN PLACE: THE MASTER RECORD IS REKEYED         *
053470*  (DELETE UNDER THE OLD KEY, WRITE UNDER THE NEW), AND 4620     *
053480*  REKEYS SEVEN FILES WITH IT - GRADES (STUGRAD), ASSESSMENTS    *
053490*  (STUASSES), WAITLIST, THE PAYMENT LEDGER (PAYLEDG), HOLDS     *
053500*  (STUHOLD), STUDY LOADS (STUDYLD) AND GRANTS - SO ANY JOB      *
053510*  THAT RENUMBERS MUST ALLOCATE ALL SEVEN FOR UPDATE; ONE        *
053520*  MISSING IS SKIPPED AND KEEPS THE OLD NUMBER. ONE ACTION "N"   *
053530*  JOURNAL ENTRY UNDER THE NEW NUMBER CARRIES THE OLD ONE IN     *
053540*  JL-XREF-SNO, SO MENU [10] FOLLOWS THE HISTORY ACROSS THE      *
053550*  CORRECTION, NO DELETED-FILE ENTRY IS BURNED, AND NOTHING IS   *
053560*  RE-KEYED BY HAND.                                             *
053570******************************************************************
053580 4600-CHANGE-STUDENT-NUMBER.
053590     DISPLAY "  ====CHANGE STUDENT NUMBER===="
053600     DISPLAY "ENTER CURRENT (MIS-KEYED) NUMBER: " WITH NO
053610         ADVANCING
053620     ACCEPT SEARCHNUM
053630
053640     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
053650     IF NOT WS-STU-FOUND
053660         DISPLAY "Student not found."
053670         GO TO 4600-EXIT
053680     END-IF
053690     MOVE sNo(i) TO SM-SNO
053700     PERFORM 8100-READ-MASTER THRU 8100-EXIT
053710     IF NOT WS-MASTER-FOUND
053720         DISPLAY "STUDENT WAS REMOVED FROM ANOTHER TERMINAL."
053730         PERFORM 8190-DROP-SLOT THRU 8190-EXIT
053740         GO TO 4600-EXIT
053750     END-IF
053760     PERFORM 8150-LOCK-MASTER THRU 8150-EXIT
053770     IF WS-REC-BUSY
053780         DISPLAY "RECORD IN USE BY " SM-IN-USE-ID " - TRY "
053790             "AGAIN WHEN THEY FINISH."
053800         GO TO 4600-EXIT
053810     END-IF
053820     PERFORM 8170-REFRESH-SLOT THRU 8170-EXIT
053830
053840     DISPLAY "ENTER CORRECT NUMBER: " WITH NO ADVANCING
053850     ACCEPT WS-NEW-SNO
053860*  EVERY BACK-OUT FROM HERE ON MUST GIVE THE HOLD BACK - THE
053870*  RECORD IS STAMPED IN USE AND NO DATA REWRITE IS COMING.
053880     IF WS-NEW-SNO = SPACES
053890         DISPLAY "NOTHING ENTERED."
053900         PERFORM 8160-UNLOCK-MASTER THRU 8160-EXIT
053910         GO TO 4600-EXIT
053920     END-IF
053930     IF WS-NEW-SNO = SEARCHNUM
053940         DISPLAY "THAT IS ALREADY THE STUDENT'S NUMBER."
053950         PERFORM 8160-UNLOCK-MASTER THRU 8160-EXIT
053960         GO TO 4600-EXIT
053970     END-IF
053980     SET k TO 1
053990     SEARCH student-info VARYING k
054000         AT END
054010             CONTINUE
054020         WHEN sNo(k) = WS-NEW-SNO
054030             DISPLAY "ERROR! Student number " WS-NEW-SNO
054040                 " is already on file."
054050             PERFORM 8160-UNLOCK-MASTER THRU 8160-EXIT
054060             GO TO 4600-EXIT
054070     END-SEARCH
054080*  THE OTHER TERMINALS' ADDS COUNT TOO - CHECK THE MASTER BY
054090*  KEY BEFORE TRUSTING THIS SESSION'S TABLE.
054100     MOVE WS-NEW-SNO TO SM-SNO
054110     PERFORM 8100-READ-MASTER THRU 8100-EXIT
054120     IF WS-MASTER-FOUND
054130         DISPLAY "ERROR! Student number " WS-NEW-SNO
054140             " is already on file."
054150*  THAT READ MOVED THE RECORD AREA OFF THE LOCKED RECORD - GET
054160*  IT BACK BEFORE RELEASING THE HOLD.
054170         MOVE SEARCHNUM TO SM-SNO
054180         PERFORM 8100-READ-MASTER THRU 8100-EXIT
054190         IF WS-MASTER-FOUND
054200             PERFORM 8160-UNLOCK-MASTER THRU 8160-EXIT
054210         END-IF
054220         GO TO 4600-EXIT
054230     END-IF
054240
054250     PERFORM 4620-APPLY-RENUMBER THRU 4620-EXIT
054260     IF NOT WS-RENUM-OK
054270         GO TO 4600-EXIT
054280     END-IF
054290     DISPLAY "STUDENT NUMBER CHANGED: " SEARCHNUM
054300     DISPLAY "                    TO: " WS-NEW-SNO.
054310 4600-EXIT.
054320     EXIT.
054330
054340******************************************************************
054350*  4620-APPLY-RENUMBER - SHARED BY MENU [17] AND THE "N" BATCH   *
054360*  TRANSACTION. SLOT i HOLDS THE STUDENT, SEARCHNUM THE OLD      *
054370*  NUMBER AND WS-NEW-SNO THE NEW ONE, ALL VALIDATED BY THE       *
054380*  CALLER. THE JOURNAL ENTRY GOES UNDER THE NEW NUMBER WITH THE  *
054390*  OLD ONE IN JL-XREF-SNO; THE BEFORE- AND AFTER-IMAGES CARRY    *
054400*  THE SAME DATA, SINCE ONLY THE KEY CHANGED. WS-RENUM-OK TELLS  *
054410*  THE CALLER WHETHER THE REKEY HAPPENED - ON A FAILED WRITE     *
054420*  NOTHING IS JOURNALED OR REKEYED AND THE RECORD KEEPS ITS OLD  *
054430*  NUMBER.                                                       *
054440******************************************************************
054450 4620-APPLY-RENUMBER.
054460     MOVE "N" TO WS-RENUM-OK-SW
054470     PERFORM 5220-CAPTURE-BEFORE-IMAGE THRU 5220-EXIT
054480
054490*  WRITE UNDER THE NEW KEY FIRST, DROP THE OLD KEY ONLY ONCE
054500*  THE WRITE HAS LANDED - A RUN THAT DIES BETWEEN THE TWO
054510*  LEAVES THE STUDENT ON BOTH KEYS, NEVER ON NEITHER, THE SAME
054520*  ORDERING RULE AS THE ROLLOVER'S ARCHIVE-THEN-DELETE.
054530     MOVE WS-NEW-SNO TO sNo(i)
054540     PERFORM 8200-WRITE-MASTER THRU 8200-EXIT
054550     IF NOT FS-OK
054560         MOVE SEARCHNUM TO sNo(i)
054570         DISPLAY "RENUMBER NOT APPLIED - NEW-KEY WRITE FAILED "
054580             "FOR " WS-NEW-SNO
054590*  AT A TERMINAL THE OLD RECORD IS STILL STAMPED IN USE - GET
054600*  IT BACK IN THE RECORD AREA AND RELEASE THE HOLD.
054610         IF WS-USER-ID NOT = WS-BATCH-USER
054620             MOVE SEARCHNUM TO SM-SNO
054630             PERFORM 8100-READ-MASTER THRU 8100-EXIT
054640             IF WS-MASTER-FOUND
054650                 PERFORM 8160-UNLOCK-MASTER THRU 8160-EXIT
054660             END-IF
054670         END-IF
054680         GO TO 4620-EXIT
054690     END-IF
054700
054710     MOVE SEARCHNUM TO SM-SNO
054720     PERFORM 8400-DELETE-MASTER THRU 8400-EXIT
054730
054740     MOVE SEARCHNUM TO WS-JL-XREF
054750     MOVE "N" TO WS-JL-ACTION
054760     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
054770
054780*  THE HISTORY KEPT ON THE SATELLITE FILES TRAVELS WITH THE
054790*  RECORD - GRADES, ASSESSMENTS, PAYMENT LEDGER ENTRIES, HOLDS,
054800*  STUDY LOADS, GRANTS AND ANY WAITLIST ENTRY ARE REKEYED IN
054810*  PLACE SO NOTHING IS ORPHANED UNDER THE OLD NUMBER.
054820     PERFORM 4650-REKEY-GRADES      THRU 4650-EXIT
054830     PERFORM 4660-REKEY-ASSESSMENTS THRU 4660-EXIT
054840     PERFORM 4670-REKEY-WAITLIST    THRU 4670-EXIT
054850     PERFORM 4680-REKEY-LEDGER      THRU 4680-EXIT
054860     PERFORM 4690-REKEY-HOLDS       THRU 4690-EXIT
054870     PERFORM 4700-REKEY-STUDY-LOADS THRU 4700-EXIT
054880     PERFORM 4710-REKEY-GRANTS      THRU 4710-EXIT
054890     MOVE "Y" TO WS-RENUM-OK-SW.
054900 4620-EXIT.
054910     EXIT.
054920
054930 4650-REKEY-GRADES.
054940     MOVE 0 TO WS-REKEY-COUNT
054950     OPEN I-O GRADE-FILE
054960     IF WS-FS-GRADE NOT = "00"
054970         GO TO 4650-EXIT
054980     END-IF
054990     MOVE "N" TO WS-GRADE-EOF-SW
055000     PERFORM 4655-REKEY-ONE-GRADE THRU 4655-EXIT
055010         UNTIL WS-GRADE-EOF
055020     CLOSE GRADE-FILE
055030     IF WS-REKEY-COUNT > 0
055040         DISPLAY WS-REKEY-COUNT " GRADE RECORD(S) REKEYED."
055050     END-IF.
055060 4650-EXIT.
055070     EXIT.
055080
055090 4655-REKEY-ONE-GRADE.
055100     READ GRADE-FILE NEXT RECORD
055110         AT END
055120             MOVE "Y" TO WS-GRADE-EOF-SW
055130             GO TO 4655-EXIT
055140     END-READ
055150     IF GD-SNO = SEARCHNUM
055160         MOVE WS-NEW-SNO TO GD-SNO
055170         REWRITE GD-RECORD
055180         ADD 1 TO WS-REKEY-COUNT
055190     END-IF.
055200 4655-EXIT.
055210     EXIT.
055220
055230 4660-REKEY-ASSESSMENTS.
055240     MOVE 0 TO WS-REKEY-COUNT
055250     OPEN I-O ASSESS-FILE
055260     IF WS-FS-ASSESS NOT = "00"
055270         GO TO 4660-EXIT
055280     END-IF
055290     MOVE "N" TO WS-ASSESS-EOF-SW
055300     PERFORM 4665-REKEY-ONE-ASSESS THRU 4665-EXIT
055310         UNTIL WS-ASSESS-EOF
055320     CLOSE ASSESS-FILE
055330     IF WS-REKEY-COUNT > 0
055340         DISPLAY WS-REKEY-COUNT " ASSESSMENT RECORD(S) REKEYED."
055350     END-IF.
055360 4660-EXIT.
055370     EXIT.
055380
055390 4665-REKEY-ONE-ASSESS.
055400     READ ASSESS-FILE NEXT RECORD
055410         AT END
055420             MOVE "Y" TO WS-ASSESS-EOF-SW
055430             GO TO 4665-EXIT
055440     END-READ
055450     IF AS-SNO = SEARCHNUM
055460         MOVE WS-NEW-SNO TO AS-SNO
055470         REWRITE AS-RECORD
055480         ADD 1 TO WS-REKEY-COUNT
055490     END-IF.
055500 4665-EXIT.
055510     EXIT.
055520
055530 4670-REKEY-WAITLIST.
055540     MOVE 0 TO WS-REKEY-COUNT
055550     OPEN I-O WAITLIST-FILE
055560     IF WS-FS-WAITLIST NOT = "00"
055570         GO TO 4670-EXIT
055580     END-IF
055590     MOVE "N" TO WS-WL-EOF-SW
055600     PERFORM 4675-REKEY-ONE-WAIT THRU 4675-EXIT
055610         UNTIL WS-WL-EOF
055620     CLOSE WAITLIST-FILE
055630     IF WS-REKEY-COUNT > 0
055640         DISPLAY WS-REKEY-COUNT " WAITLIST ENTRY(S) REKEYED."
055650     END-IF.
055660 4670-EXIT.
055670     EXIT.
055680
055690 4675-REKEY-ONE-WAIT.
055700     READ WAITLIST-FILE NEXT RECORD
055710         AT END
055720             MOVE "Y" TO WS-WL-EOF-SW
055730             GO TO 4675-EXIT
055740     END-READ
055750     IF WL-SNO = SEARCHNUM
055760         MOVE WS-NEW-SNO TO WL-SNO
055770         REWRITE WL-RECORD
055780         ADD 1 TO WS-REKEY-COUNT
055790     END-IF.
055800 4675-EXIT.
055810     EXIT.
055820
055830 4680-REKEY-LEDGER.
055840     MOVE 0 TO WS-REKEY-COUNT
055850     OPEN I-O PAYMENT-LEDGER
055860     IF WS-FS-PAYLEDG NOT = "00"
055870         GO TO 4680-EXIT
055880     END-IF
055890     MOVE "N" TO WS-PL-EOF-SW
055900     PERFORM 4685-REKEY-ONE-RECEIPT THRU 4685-EXIT
055910         UNTIL WS-PL-EOF
055920     CLOSE PAYMENT-LEDGER
055930     IF WS-REKEY-COUNT > 0
055940         DISPLAY WS-REKEY-COUNT " LEDGER ENTRY(IES) REKEYED."
055950     END-IF.
055960 4680-EXIT.
055970     EXIT.
055980
055990 4685-REKEY-ONE-RECEIPT.
056000     READ PAYMENT-LEDGER NEXT RECORD
056010         AT END
056020             MOVE "Y" TO WS-PL-EOF-SW
056030             GO TO 4685-EXIT
056040     END-READ
056050     IF PL-SNO = SEARCHNUM
056060         MOVE WS-NEW-SNO TO PL-SNO
056070         REWRITE PL-RECORD
056080         ADD 1 TO WS-REKEY-COUNT
056090     END-IF.
056100 4685-EXIT.
056110     EXIT.
056120
056130*  HOLDS ARE KEYED BY STUDENT NUMBER, SO EACH ONE IS MOVED BY
056140*  WRITING IT UNDER THE NEW NUMBER AND THEN DELETING IT UNDER
056150*  THE OLD - THE SAME WRITE-THEN-DROP ORDER AS THE MASTER -
056160*  ONE AT A TIME UNTIL NONE IS LEFT UNDER THE OLD.
056170 4690-REKEY-HOLDS.
056180     MOVE 0 TO WS-REKEY-COUNT
056190     OPEN I-O HOLD-FILE
056200     IF WS-FS-HOLD NOT = "00"
056210         GO TO 4690-EXIT
056220     END-IF
056230     MOVE SEARCHNUM TO WS-HOLD-SNO
056240     MOVE "N" TO WS-HD-EOF-SW
056250     PERFORM 4695-REKEY-ONE-HOLD THRU 4695-EXIT
056260         UNTIL WS-HD-EOF
056270     CLOSE HOLD-FILE
056280     IF WS-REKEY-COUNT > 0
056290         DISPLAY WS-REKEY-COUNT " HOLD(S) REKEYED."
056300     END-IF.
056310 4690-EXIT.
056320     EXIT.
056330
056340 4695-REKEY-ONE-HOLD.
056350     PERFORM 7405-POSITION-HOLDS THRU 7405-EXIT
056360     IF WS-HD-EOF
056370         GO TO 4695-EXIT
056380     END-IF
056390     READ HOLD-FILE NEXT RECORD
056400         AT END
056410             MOVE "Y" TO WS-HD-EOF-SW
056420             GO TO 4695-EXIT
056430     END-READ
056440     IF HD-SNO NOT = WS-HOLD-SNO
056450         MOVE "Y" TO WS-HD-EOF-SW
056460         GO TO 4695-EXIT
056470     END-IF
056480     MOVE HD-RECORD  TO WS-HOLD-SAVE
056490     MOVE WS-NEW-SNO TO HD-SNO
056500     WRITE HD-RECORD
056510         INVALID KEY
056520             DISPLAY "HOLD COULD NOT BE REKEYED, STATUS="
056530                 WS-FS-HOLD
056540             MOVE "Y" TO WS-HD-EOF-SW
056550             GO TO 4695-EXIT
056560     END-WRITE
056570     MOVE WS-HOLD-SAVE TO HD-RECORD
056580     DELETE HOLD-FILE RECORD
056590         INVALID KEY
056600             MOVE "Y" TO WS-HD-EOF-SW
056610             GO TO 4695-EXIT
056620     END-DELETE
056630     ADD 1 TO WS-REKEY-COUNT.
056640 4695-EXIT.
056650     EXIT.
056660
056670 4700-REKEY-STUDY-LOADS.
056680     MOVE 0 TO WS-REKEY-COUNT
056690     OPEN I-O STUDY-LOAD-FILE
056700     IF WS-FS-STUDYLD NOT = "00"
056710         GO TO 4700-EXIT
056720     END-IF
056730     MOVE "N" TO WS-SL-EOF-SW
056740     PERFORM 4705-REKEY-ONE-LOAD THRU 4705-EXIT
056750         UNTIL WS-SL-EOF
056760     CLOSE STUDY-LOAD-FILE
056770     IF WS-REKEY-COUNT > 0
056780         DISPLAY WS-REKEY-COUNT " STUDY LOAD SUBJECT(S) REKEYED."
056790     END-IF.
056800 4700-EXIT.
056810     EXIT.
056820
056830 4705-REKEY-ONE-LOAD.
056840     MOVE LOW-VALUES TO SL-KEY
056850     MOVE SEARCHNUM  TO SL-SNO
056860     START STUDY-LOAD-FILE KEY IS NOT LESS THAN SL-KEY
056870         INVALID KEY
056880             MOVE "Y" TO WS-SL-EOF-SW
056890             GO TO 4705-EXIT
056900     END-START
056910     READ STUDY-LOAD-FILE NEXT RECORD
056920         AT END
056930             MOVE "Y" TO WS-SL-EOF-SW
056940             GO TO 4705-EXIT
056950     END-READ
056960     IF SL-SNO NOT = SEARCHNUM
056970         MOVE "Y" TO WS-SL-EOF-SW
056980         GO TO 4705-EXIT
056990     END-IF
057000     MOVE SL-RECORD  TO WS-SL-SAVE
057010     MOVE WS-NEW-SNO TO SL-SNO
057020     WRITE SL-RECORD
057030         INVALID KEY
057040             DISPLAY "STUDY LOAD COULD NOT BE REKEYED, STATUS="
057050                 WS-FS-STUDYLD
057060             MOVE "Y" TO WS-SL-EOF-SW
057070             GO TO 4705-EXIT
057080     END-WRITE
057090     MOVE WS-SL-SAVE TO SL-RECORD
057100     DELETE STUDY-LOAD-FILE RECORD
057110         INVALID KEY
057120             MOVE "Y" TO WS-SL-EOF-SW
057130             GO TO 4705-EXIT
057140     END-DELETE
057150     ADD 1 TO WS-REKEY-COUNT.
057160 4705-EXIT.
057170     EXIT.
057180
057190 4710-REKEY-GRANTS.
057200     MOVE 0 TO WS-REKEY-COUNT
057210     OPEN I-O GRANT-FILE
057220     IF WS-FS-GRANT NOT = "00"
057230         GO TO 4710-EXIT
057240     END-IF
057250     MOVE "N" TO WS-GN-EOF-SW
057260     PERFORM 4715-REKEY-ONE-GRANT THRU 4715-EXIT
057270         UNTIL WS-GN-EOF
057280     CLOSE GRANT-FILE
057290     IF WS-REKEY-COUNT > 0
057300         DISPLAY WS-REKEY-COUNT " GRANT RECORD(S) REKEYED."
057310     END-IF.
057320 4710-EXIT.
057330     EXIT.
057340
057350 4715-REKEY-ONE-GRANT.
057360     READ GRANT-FILE NEXT RECORD
057370         AT END
057380             MOVE "Y" TO WS-GN-EOF-SW
057390             GO TO 4715-EXIT
057400     END-READ
057410     IF GN-SNO = SEARCHNUM
057420         MOVE WS-NEW-SNO TO GN-SNO
057430         REWRITE GN-RECORD
057440         ADD 1 TO WS-REKEY-COUNT
057450     END-IF.
057460 4715-EXIT.
057470     EXIT.
057480
057490******************************************************************
057500*  5000-DELETE-STUDENT                                          *
057510******************************************************************
057520 5000-DELETE-STUDENT.
057530     DISPLAY "  ====DELETE STUDENT===="
057540     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
057550     ACCEPT SEARCHNUM
057560
057570     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
057580     IF NOT WS-STU-FOUND
057590         DISPLAY "Student not found."
057600         GO TO 5000-EXIT
057610     END-IF
057620     MOVE sNo(i) TO SM-SNO
057630     PERFORM 8100-READ-MASTER THRU 8100-EXIT
057640     IF NOT WS-MASTER-FOUND
057650         DISPLAY "STUDENT WAS REMOVED FROM ANOTHER TERMINAL."
057660         PERFORM 8190-DROP-SLOT THRU 8190-EXIT
057670         GO TO 5000-EXIT
057680     END-IF
057690     PERFORM 8150-LOCK-MASTER THRU 8150-EXIT
057700     IF WS-REC-BUSY
057710         DISPLAY "RECORD IN USE BY " SM-IN-USE-ID " - TRY "
057720             "AGAIN WHEN THEY FINISH."
057730         GO TO 5000-EXIT
057740     END-IF
057750     PERFORM 8170-REFRESH-SLOT THRU 8170-EXIT
057760
057770     DISPLAY "STUDENT FOUND."
057780     PERFORM 5220-CAPTURE-BEFORE-IMAGE THRU 5220-EXIT
057790     PERFORM 5100-LOG-DELETION THRU 5100-EXIT
057800     MOVE sNo(i) TO SM-SNO
057810     PERFORM 8400-DELETE-MASTER THRU 8400-EXIT
057820     MOVE "D" TO WS-JL-ACTION
057830     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
057840     PERFORM 8190-DROP-SLOT THRU 8190-EXIT
057850*  THE FREED SEAT GOES TO THE FIRST WAITLISTED ENTRY FOR THE
057860*  COURSE THE STUDENT HELD, IF ANYONE IS QUEUED.
057870     MOVE WS-OLD-COURSE TO WS-PROMOTE-COURSE
057880     PERFORM 3400-PROMOTE-FROM-WAITLIST THRU 3400-EXIT.
057890 5000-EXIT.
057900     EXIT.
057910
057920******************************************************************
057930*  5100-LOG-DELETION - WRITES THE STUDENT BEING REMOVED, PLUS THE*
057940*  CURRENT DATE AND TIME, TO DELETED-FILE BEFORE THE SLOT IN     *
057950*  STUDENT-INFO IS CLEARED.                                      *
057960******************************************************************
057970 5100-LOG-DELETION.
057980     ACCEPT WS-DELETE-DATE FROM DATE YYYYMMDD
057990     ACCEPT WS-DELETE-TIME FROM TIME
058000
058010     OPEN EXTEND DELETED-FILE
058020     MOVE sNo(i)           TO DS-SNO
058030     MOVE fullname(i)      TO DS-FULLNAME
058040     MOVE course(i)        TO DS-COURSE
058050     MOVE mobile(i)        TO DS-MOBILE
058060     MOVE landline(i)      TO DS-LANDLINE
058070     MOVE age(i)           TO DS-AGE
058080     MOVE enroll-status(i) TO DS-STATUS
058090     MOVE status-term(i)   TO DS-STATUS-TERM
058100     MOVE WS-DELETE-DATE   TO DS-ACTION-DATE
058110     MOVE WS-DELETE-TIME   TO DS-ACTION-TIME
058120     SET DS-IS-DELETE      TO TRUE
058130     MOVE WS-USER-ID       TO DS-USER-ID
058140     WRITE DS-RECORD
058150     CLOSE DELETED-FILE.
058160 5100-EXIT.
058170     EXIT.
058180
058190******************************************************************
058200*  5200-LOG-CHANGE - APPENDS ONE JOURNAL-FILE ENTRY FOR THE      *
058210*  STUDENT IN SLOT i: WS-JL-ACTION, A DATE/TIME STAMP LIKE THE   *
058220*  ONE 5100-LOG-DELETION CAPTURES, THE BEFORE-IMAGE THE CALLER   *
058230*  STAGED IN WS-BEFORE-IMAGE, AND THE SLOT AS THE AFTER-IMAGE.   *
058240*  FOR A DELETION THE CALLER JOURNALS BEFORE BLANKING THE SLOT,  *
058250*  AND THE AFTER-IMAGE IS FORCED BLANK HERE.                     *
058260******************************************************************
058270 5200-LOG-CHANGE.
058280     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD
058290     ACCEPT WS-CHANGE-TIME FROM TIME
058300
058310     OPEN EXTEND JOURNAL-FILE
058320     MOVE sNo(i)           TO JL-SNO
058330     MOVE WS-JL-ACTION     TO JL-ACTION
058340     MOVE WS-CHANGE-DATE   TO JL-ACTION-DATE
058350     MOVE WS-CHANGE-TIME   TO JL-ACTION-TIME
058360     MOVE WS-OLD-FULLNAME  TO JL-OLD-FULLNAME
058370     MOVE WS-OLD-COURSE    TO JL-OLD-COURSE
058380     MOVE WS-OLD-MOBILE    TO JL-OLD-MOBILE
058390     MOVE WS-OLD-LANDLINE  TO JL-OLD-LANDLINE
058400     MOVE WS-OLD-AGE       TO JL-OLD-AGE
058410     MOVE WS-OLD-STATUS    TO JL-OLD-STATUS
058420     MOVE WS-OLD-STATUS-TERM TO JL-OLD-TERM
058430     IF WS-JL-ACTION = "D"
058440         MOVE SPACES       TO JL-AFTER-IMAGE
058450         MOVE ZERO         TO JL-NEW-AGE
058460     ELSE
058470         MOVE fullname(i)  TO JL-NEW-FULLNAME
058480         MOVE course(i)    TO JL-NEW-COURSE
058490         MOVE mobile(i)    TO JL-NEW-MOBILE
058500         MOVE landline(i)  TO JL-NEW-LANDLINE
058510         MOVE age(i)       TO JL-NEW-AGE
058520         MOVE enroll-status(i) TO JL-NEW-STATUS
058530         MOVE status-term(i)   TO JL-NEW-TERM
058540     END-IF
058550     MOVE WS-USER-ID       TO JL-USER-ID
058560     MOVE WS-JL-XREF       TO JL-XREF-SNO
058570     MOVE SPACES           TO WS-JL-XREF
058580     WRITE JL-RECORD
058590     CLOSE JOURNAL-FILE.
058600 5200-EXIT.
058610     EXIT.
058620
058630 5210-CLEAR-BEFORE-IMAGE.
058640     MOVE SPACES TO WS-BEFORE-IMAGE
058650     MOVE ZERO   TO WS-OLD-AGE.
058660 5210-EXIT.
058670     EXIT.
058680
058690 5220-CAPTURE-BEFORE-IMAGE.
058700     MOVE fullname(i)  TO WS-OLD-FULLNAME
058710     MOVE course(i)    TO WS-OLD-COURSE
058720     MOVE mobile(i)    TO WS-OLD-MOBILE
058730     MOVE landline(i)  TO WS-OLD-LANDLINE
058740     MOVE age(i)       TO WS-OLD-AGE
058750     MOVE enroll-status(i) TO WS-OLD-STATUS
058760     MOVE status-term(i)   TO WS-OLD-STATUS-TERM.
058770 5220-EXIT.
058780     EXIT.
058790
058800******************************************************************
058810*  5300-LOG-REINSTATEMENT - WRITES AN ACTION "R" ENTRY TO        *
058820*  DELETED-FILE, STAMPED LIKE 5100-LOG-DELETION, SO THE AUDIT    *
058830*  TRAIL SHOWS THE STUDENT CAME BACK AND A SECOND REINSTATE OF   *
058840*  THE SAME NUMBER IS REFUSED. SOURCED FROM WS-REINSTATE-ENTRY   *
058850*  AND SEARCHNUM, NOT THE TABLE, SO AN ENTRY ROUTED TO THE       *
058860*  OVERFLOW FILE IS LOGGED THE SAME WAY AS A RESTORED SLOT.      *
058870******************************************************************
058880 5300-LOG-REINSTATEMENT.
058890     ACCEPT WS-DELETE-DATE FROM DATE YYYYMMDD
058900     ACCEPT WS-DELETE-TIME FROM TIME
058910
058920     OPEN EXTEND DELETED-FILE
058930     MOVE SEARCHNUM            TO DS-SNO
058940     MOVE WS-REIN-FULLNAME     TO DS-FULLNAME
058950     MOVE WS-REIN-COURSE       TO DS-COURSE
058960     MOVE WS-REIN-MOBILE       TO DS-MOBILE
058970     MOVE WS-REIN-LANDLINE     TO DS-LANDLINE
058980     MOVE WS-REIN-AGE          TO DS-AGE
058990     MOVE WS-REIN-STATUS       TO DS-STATUS
059000     MOVE WS-REIN-STATUS-TERM  TO DS-STATUS-TERM
059010     MOVE WS-DELETE-DATE       TO DS-ACTION-DATE
059020     MOVE WS-DELETE-TIME       TO DS-ACTION-TIME
059030     SET DS-IS-REINSTATE       TO TRUE
059040     MOVE WS-USER-ID           TO DS-USER-ID
059050     WRITE DS-RECORD
059060     CLOSE DELETED-FILE.
059070 5300-EXIT.
059080     EXIT.
059090
059100******************************************************************
059110*  5500-REINSTATE-STUDENT - MENU [9]. PUTS A STUDENT DROPPED IN  *
059120*  ERROR BACK INTO THE DIRECTORY FROM THE MOST RECENT            *
059130*  DELETED-FILE ENTRY FOR THE NUMBER, RATHER THAN RE-KEYING THE  *
059140*  WHOLE RECORD FROM PAPER.                                      *
059150******************************************************************
059160 5500-REINSTATE-STUDENT.
059170     DISPLAY "  ====REINSTATE STUDENT===="
059180     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
059190     ACCEPT SEARCHNUM
059200
059210     PERFORM 5510-RESTORE-FROM-AUDIT THRU 5510-EXIT
059220
059230     EVALUATE TRUE
059240         WHEN WS-REIN-DONE
059250             DISPLAY "STUDENT REINSTATED."
059260         WHEN WS-REIN-NO-ENTRY
059270             DISPLAY "NO DELETED-FILE ENTRY FOR " SEARCHNUM
059280         WHEN WS-REIN-ALREADY-BACK
059290             DISPLAY "MOST RECENT ENTRY FOR " SEARCHNUM
059300                 " IS ALREADY A REINSTATEMENT."
059310         WHEN WS-REIN-ON-FILE
059320             DISPLAY "ERROR! Student number " SEARCHNUM
059330                 " is already on file."
059340         WHEN WS-REIN-TO-OVERFLOW
059350             DISPLAY "DIRECTORY IS AT CAPACITY - ENTRY ROUTED "
059360                 "TO THE OVERFLOW FILE."
059370         WHEN WS-REIN-TO-WAITLIST
059380             DISPLAY "COURSE IS AT ITS SEAT CAP - ENTRY PLACED "
059390                 "ON THE WAITLIST."
059400     END-EVALUATE.
059410 5500-EXIT.
059420     EXIT.
059430
059440******************************************************************
059450*  5510-RESTORE-FROM-AUDIT - SHARED BY 5500-REINSTATE-STUDENT    *
059460*  AND 9850-BATCH-REINSTATE. SCANS DELETED-FILE FOR THE MOST     *
059470*  RECENT ENTRY CARRYING SEARCHNUM, AND WHEN IT IS A DELETION,   *
059480*  RESTORES THE STUDENT TO THE DIRECTORY (OR TO OVERFLOW-FILE AT *
059490*  CAPACITY, THE SAME AS AN ADD). A RESTORED SLOT IS WRITTEN     *
059500*  STRAIGHT TO THE MASTER BY 8200-WRITE-MASTER; WS-REINSTATE-RC  *
059510*  TELLS THE CALLER WHAT HAPPENED.                               *
059520******************************************************************
059530 5510-RESTORE-FROM-AUDIT.
059540*  DELETED-FILE IS APPEND-ONLY, SO THE LAST ENTRY SEEN FOR THE
059550*  NUMBER IS THE MOST RECENT ONE.
059560     OPEN INPUT DELETED-FILE
059570     IF WS-FS-DELETED NOT = "00"
059580         DISPLAY "DELETED-FILE COULD NOT BE OPENED, STATUS="
059590             WS-FS-DELETED
059600         SET WS-REIN-NO-ENTRY TO TRUE
059610         GO TO 5510-EXIT
059620     END-IF
059630     MOVE "N" TO WS-DEL-EOF-SW
059640     MOVE "N" TO WS-REIN-FOUND-SW
059650     PERFORM 5530-SCAN-ONE-AUDIT THRU 5530-EXIT
059660         UNTIL WS-DEL-EOF
059670     CLOSE DELETED-FILE
059680
059690     IF NOT WS-REIN-FOUND
059700         SET WS-REIN-NO-ENTRY TO TRUE
059710         GO TO 5510-EXIT
059720     END-IF
059730     IF WS-REIN-ACTION = "R"
059740         SET WS-REIN-ALREADY-BACK TO TRUE
059750         GO TO 5510-EXIT
059760     END-IF
059770
059780     SET k TO 1
059790     SEARCH student-info VARYING k
059800         AT END
059810             CONTINUE
059820         WHEN sNo(k) = SEARCHNUM
059830             SET WS-REIN-ON-FILE TO TRUE
059840             GO TO 5510-EXIT
059850     END-SEARCH
059860
059870*  ANOTHER TERMINAL MAY HAVE PUT THE NUMBER BACK ALREADY - THE
059880*  MASTER BY KEY IS THE FINAL WORD.
059890     MOVE SEARCHNUM TO SM-SNO
059900     PERFORM 8100-READ-MASTER THRU 8100-EXIT
059910     IF WS-MASTER-FOUND
059920         SET WS-REIN-ON-FILE TO TRUE
059930         GO TO 5510-EXIT
059940     END-IF
059950
059960*  A REINSTATEMENT TAKES A SEAT LIKE ANY OTHER ADD - A COURSE AT
059970*  ITS CAP QUEUES THE RETURNING STUDENT INSTEAD. THE AUDIT "R"
059980*  ENTRY IS STILL WRITTEN, SO THE TRAIL SHOWS THEY CAME BACK.
059990     MOVE WS-REIN-COURSE TO WS-COURSE-TEST
060000     PERFORM 3320-CHECK-COURSE-FULL THRU 3320-EXIT
060010     IF WS-COURSE-FULL
060020         MOVE SEARCHNUM            TO WLE-SNO
060030         MOVE WS-REIN-FULLNAME     TO WLE-FULLNAME
060040         MOVE WS-REIN-COURSE       TO WLE-COURSE
060050         MOVE WS-REIN-MOBILE       TO WLE-MOBILE
060060         MOVE WS-REIN-LANDLINE     TO WLE-LANDLINE
060070         MOVE WS-REIN-AGE          TO WLE-AGE
060080         MOVE WS-REIN-STATUS       TO WLE-STATUS
060090         MOVE WS-REIN-STATUS-TERM  TO WLE-STATUS-TERM
060100         PERFORM 3350-ADD-TO-WAITLIST THRU 3350-EXIT
060110         PERFORM 5300-LOG-REINSTATEMENT THRU 5300-EXIT
060120         SET WS-REIN-TO-WAITLIST TO TRUE
060130         GO TO 5510-EXIT
060140     END-IF
060150
060160     PERFORM 3050-FIND-ADD-SLOT THRU 3050-EXIT
060170     IF NOT WS-FREE-SLOT-FOUND AND i > WS-MAX-STUDENTS
060180         OPEN EXTEND OVERFLOW-FILE
060190         MOVE SEARCHNUM        TO OV-SNO
060200         MOVE WS-REIN-FULLNAME TO OV-FULLNAME
060210         MOVE WS-REIN-COURSE   TO OV-COURSE
060220         MOVE WS-REIN-MOBILE   TO OV-MOBILE
060230         MOVE WS-REIN-LANDLINE TO OV-LANDLINE
060240         MOVE WS-REIN-AGE      TO OV-AGE
060250         MOVE WS-REIN-STATUS   TO OV-STATUS
060260         MOVE WS-REIN-STATUS-TERM TO OV-STATUS-TERM
060270         WRITE OV-RECORD
060280         CLOSE OVERFLOW-FILE
060290         PERFORM 5300-LOG-REINSTATEMENT THRU 5300-EXIT
060300         SET WS-REIN-TO-OVERFLOW TO TRUE
060310         GO TO 5510-EXIT
060320     END-IF
060330     IF NOT WS-FREE-SLOT-FOUND
060340         MOVE i TO WS-STUDENT-COUNT
060350     END-IF
060360
060370     MOVE SEARCHNUM        TO sNo(i)
060380     MOVE WS-REIN-FULLNAME TO fullname(i)
060390     MOVE WS-REIN-COURSE   TO course(i)
060400     MOVE WS-REIN-MOBILE   TO mobile(i)
060410     MOVE WS-REIN-LANDLINE TO landline(i)
060420     MOVE WS-REIN-AGE      TO age(i)
060430     MOVE WS-REIN-STATUS   TO enroll-status(i)
060440     MOVE WS-REIN-STATUS-TERM TO status-term(i)
060450     PERFORM 8200-WRITE-MASTER THRU 8200-EXIT
060460     PERFORM 5300-LOG-REINSTATEMENT THRU 5300-EXIT
060470     PERFORM 5210-CLEAR-BEFORE-IMAGE THRU 5210-EXIT
060480     MOVE "R" TO WS-JL-ACTION
060490     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
060500     SET WS-REIN-DONE TO TRUE.
060510 5510-EXIT.
060520     EXIT.
060530
060540 5530-SCAN-ONE-AUDIT.
060550     READ DELETED-FILE NEXT RECORD
060560         AT END
060570             MOVE "Y" TO WS-DEL-EOF-SW
060580             GO TO 5530-EXIT
060590     END-READ
060600     IF DS-SNO = SEARCHNUM
060610         MOVE "Y" TO WS-REIN-FOUND-SW
060620         MOVE DS-FULLNAME TO WS-REIN-FULLNAME
060630         MOVE DS-COURSE   TO WS-REIN-COURSE
060640         MOVE DS-MOBILE   TO WS-REIN-MOBILE
060650         MOVE DS-LANDLINE TO WS-REIN-LANDLINE
060660         MOVE DS-AGE      TO WS-REIN-AGE
060670         MOVE DS-STATUS   TO WS-REIN-STATUS
060680         MOVE DS-STATUS-TERM TO WS-REIN-STATUS-TERM
060690         MOVE DS-ACTION   TO WS-REIN-ACTION
060700     END-IF.
060710 5530-EXIT.
060720     EXIT.
060730
060740******************************************************************
060750*  5600-READMIT-STUDENT - MENU [21], SUPERVISOR ONLY. BRINGS A   *
060760*  RETURNING ARCHIVED STUDENT BACK INTO THE DIRECTORY FROM THE   *
060770*  ROLLOVER ARCHIVE WITHOUT RE-KEYING THEIR RECORD: THE MOST     *
060780*  RECENT STUARCH ENTRY FOR THE NUMBER IS RESTORED AS AN ACTIVE  *
060790*  STUDENT IN THE CURRENT TERM (THROUGH THE SAME CAPACITY AND    *
060800*  SEAT-CAP GATES AS ANY ADD) AND THE ARCHIVE ENTRY IS MARKED    *
060810*  RE-ADMITTED SO IT CANNOT COME BACK TWICE, WITHOUT TOUCHING   *
060820*  THE GRADUATED/WITHDRAWN STATUS THE REPORTS COUNT ON.          *
060830******************************************************************
060840 5600-READMIT-STUDENT.
060850     DISPLAY "  ====RE-ADMIT ARCHIVED STUDENT===="
060860     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
060870     ACCEPT SEARCHNUM
060880
060890     PERFORM 5610-SCAN-ARCHIVE-FOR THRU 5610-EXIT
060900     IF NOT WS-ARC-FOUND
060910         DISPLAY "NO RE-ADMITTABLE ARCHIVE ENTRY FOR " SEARCHNUM
060920         GO TO 5600-EXIT
060930     END-IF
060940
060950*  A HOLD LEFT OPEN WHEN THE STUDENT WENT STILL STANDS.
060960     MOVE SEARCHNUM TO WS-HOLD-SNO
060970     PERFORM 7410-CHECK-HOLDS THRU 7410-EXIT
060980     IF WS-HOLD-ACTIVE
060990         DISPLAY "RE-ADMISSION REFUSED FOR " SEARCHNUM " - "
061000             WS-HOLD-NAME
061010         GO TO 5600-EXIT
061020     END-IF
061030
061040*  ALREADY BACK? THE MASTER BY KEY IS THE FINAL WORD.
061050     SET k TO 1
061060     SEARCH student-info VARYING k
061070         AT END
061080             CONTINUE
061090         WHEN sNo(k) = SEARCHNUM
061100             DISPLAY "ERROR! Student number " SEARCHNUM
061110                 " is already on file."
061120             GO TO 5600-EXIT
061130     END-SEARCH
061140     MOVE SEARCHNUM TO SM-SNO
061150     PERFORM 8100-READ-MASTER THRU 8100-EXIT
061160     IF WS-MASTER-FOUND
061170         DISPLAY "ERROR! Student number " SEARCHNUM
061180             " is already on file."
061190         GO TO 5600-EXIT
061200     END-IF
061210
061220*  A RETURNING STUDENT TAKES A SEAT LIKE ANY OTHER ADD.
061230     MOVE WS-RA-COURSE TO WS-COURSE-TEST
061240     PERFORM 3320-CHECK-COURSE-FULL THRU 3320-EXIT
061250     IF WS-COURSE-FULL
061260         MOVE SEARCHNUM       TO WLE-SNO
061270         MOVE WS-RA-FULLNAME  TO WLE-FULLNAME
061280         MOVE WS-RA-COURSE    TO WLE-COURSE
061290         MOVE WS-RA-MOBILE    TO WLE-MOBILE
061300         MOVE WS-RA-LANDLINE  TO WLE-LANDLINE
061310         MOVE WS-RA-AGE       TO WLE-AGE
061320         MOVE "A" TO WLE-STATUS
061330         MOVE WS-CURRENT-TERM TO WLE-STATUS-TERM
061340         PERFORM 3350-ADD-TO-WAITLIST THRU 3350-EXIT
061350         PERFORM 5620-MARK-ARCHIVE-USED THRU 5620-EXIT
061360         DISPLAY "COURSE IS AT ITS SEAT CAP - RETURNING "
061370             "STUDENT PLACED ON THE WAITLIST."
061380         GO TO 5600-EXIT
061390     END-IF
061400
061410     PERFORM 3050-FIND-ADD-SLOT THRU 3050-EXIT
061420     IF NOT WS-FREE-SLOT-FOUND AND i > WS-MAX-STUDENTS
061430         OPEN EXTEND OVERFLOW-FILE
061440         MOVE SEARCHNUM       TO OV-SNO
061450         MOVE WS-RA-FULLNAME  TO OV-FULLNAME
061460         MOVE WS-RA-COURSE    TO OV-COURSE
061470         MOVE WS-RA-MOBILE    TO OV-MOBILE
061480         MOVE WS-RA-LANDLINE  TO OV-LANDLINE
061490         MOVE WS-RA-AGE       TO OV-AGE
061500         MOVE "A" TO OV-STATUS
061510         MOVE WS-CURRENT-TERM TO OV-STATUS-TERM
061520         WRITE OV-RECORD
061530         CLOSE OVERFLOW-FILE
061540         PERFORM 5620-MARK-ARCHIVE-USED THRU 5620-EXIT
061550         DISPLAY "DIRECTORY IS AT CAPACITY - RETURNING "
061560             "STUDENT ROUTED TO THE OVERFLOW FILE."
061570         GO TO 5600-EXIT
061580     END-IF
061590     IF NOT WS-FREE-SLOT-FOUND
061600         MOVE i TO WS-STUDENT-COUNT
061610     END-IF
061620
061630     MOVE SEARCHNUM       TO sNo(i)
061640     MOVE WS-RA-FULLNAME  TO fullname(i)
061650     MOVE WS-RA-COURSE    TO course(i)
061660     MOVE WS-RA-MOBILE    TO mobile(i)
061670     MOVE WS-RA-LANDLINE  TO landline(i)
061680     MOVE WS-RA-AGE       TO age(i)
061690     MOVE "A" TO enroll-status(i)
061700     MOVE WS-CURRENT-TERM TO status-term(i)
061710     PERFORM 8200-WRITE-MASTER THRU 8200-EXIT
061720     PERFORM 5210-CLEAR-BEFORE-IMAGE THRU 5210-EXIT
061730     MOVE "A" TO WS-JL-ACTION
061740     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
061750     PERFORM 5620-MARK-ARCHIVE-USED THRU 5620-EXIT
061760     DISPLAY "STUDENT RE-ADMITTED AS ACTIVE IN TERM "
061770         WS-CURRENT-TERM ".".
061780 5600-EXIT.
061790     EXIT.
061800
061810*----------------------------------------------------------------
061820*  5610-SCAN-ARCHIVE-FOR - FINDS THE MOST RECENT STUARCH ENTRY
061830*  FOR SEARCHNUM THAT HAS NOT ALREADY BEEN RE-ADMITTED
061840*  (AR-READMITTED NOT "Y"), CAPTURING ITS DATA AND ITS POSITION
061850*  SO 5620-MARK-ARCHIVE-USED CAN REWRITE EXACTLY THAT ENTRY.
061860*----------------------------------------------------------------
061870 5610-SCAN-ARCHIVE-FOR.
061880     MOVE "N" TO WS-ARC-FOUND-SW
061890     MOVE 0 TO WS-ARC-SEQ
061900     MOVE 0 TO WS-ARC-HIT-NO
061910     OPEN INPUT ARCHIVE-FILE
061920     IF WS-FS-ARCHIVE NOT = "00"
061930         GO TO 5610-EXIT
061940     END-IF
061950     MOVE "N" TO WS-ARC-EOF-SW
061960     PERFORM 5615-SCAN-ONE-ARCHIVE THRU 5615-EXIT
061970         UNTIL WS-ARC-EOF
061980     CLOSE ARCHIVE-FILE.
061990 5610-EXIT.
062000     EXIT.
062010
062020 5615-SCAN-ONE-ARCHIVE.
062030     READ ARCHIVE-FILE NEXT RECORD
062040         AT END
062050             MOVE "Y" TO WS-ARC-EOF-SW
062060             GO TO 5615-EXIT
062070     END-READ
062080     ADD 1 TO WS-ARC-SEQ
062090     IF AR-SNO NOT = SEARCHNUM OR AR-READMITTED = "Y"
062100         GO TO 5615-EXIT
062110     END-IF
062120*  THE ARCHIVE IS APPEND-ONLY, SO THE LAST ELIGIBLE ENTRY SEEN
062130*  IS THE MOST RECENT ONE.
062140     MOVE "Y" TO WS-ARC-FOUND-SW
062150     MOVE WS-ARC-SEQ   TO WS-ARC-HIT-NO
062160     MOVE AR-FULLNAME  TO WS-RA-FULLNAME
062170     MOVE AR-COURSE    TO WS-RA-COURSE
062180     MOVE AR-MOBILE    TO WS-RA-MOBILE
062190     MOVE AR-LANDLINE  TO WS-RA-LANDLINE
062200     MOVE AR-AGE       TO WS-RA-AGE.
062210 5615-EXIT.
062220     EXIT.
062230
062240*----------------------------------------------------------------
062250*  5620-MARK-ARCHIVE-USED - REWRITES THE ENTRY 5610 FOUND WITH
062260*  ITS RE-ADMITTED FLAG SET, SO A SECOND RE-ADMISSION IS
062270*  REFUSED. AR-STATUS IS LEFT ALONE - THE GRADUATES REPORT
062280*  STILL COUNTS THE STUDENT FOR THE TERM THEY GRADUATED.
062290*----------------------------------------------------------------
062300 5620-MARK-ARCHIVE-USED.
062310     IF WS-ARC-HIT-NO = 0
062320         GO TO 5620-EXIT
062330     END-IF
062340     OPEN I-O ARCHIVE-FILE
062350     IF WS-FS-ARCHIVE NOT = "00"
062360         DISPLAY "ARCHIVE COULD NOT BE REOPENED, STATUS="
062370             WS-FS-ARCHIVE " - ENTRY NOT MARKED."
062380         GO TO 5620-EXIT
062390     END-IF
062400     MOVE 0 TO WS-ARC-SEQ
062410     MOVE "N" TO WS-ARC-EOF-SW
062420     PERFORM 5625-STEP-TO-HIT THRU 5625-EXIT
062430         UNTIL WS-ARC-EOF OR WS-ARC-SEQ = WS-ARC-HIT-NO
062440     IF WS-ARC-SEQ = WS-ARC-HIT-NO
062450         MOVE "Y" TO AR-READMITTED
062460         REWRITE AR-RECORD
062470     END-IF
062480     CLOSE ARCHIVE-FILE.
062490 5620-EXIT.
062500     EXIT.
062510
062520 5625-STEP-TO-HIT.
062530     READ ARCHIVE-FILE NEXT RECORD
062540         AT END
062550             MOVE "Y" TO WS-ARC-EOF-SW
062560             GO TO 5625-EXIT
062570     END-READ
062580     ADD 1 TO WS-ARC-SEQ.
062590 5625-EXIT.
062600     EXIT.
062610
062620******************************************************************
062630*  6000-VIEW-STUDENT                                            *
062640******************************************************************
062650 6000-VIEW-STUDENT.
062660     DISPLAY "  ====VIEW STUDENT===="
062670     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
062680     ACCEPT SEARCHNUM
062690
062700     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
062710     IF NOT WS-STU-FOUND
062720         DISPLAY "Student not found."
062730         GO TO 6000-EXIT
062740     END-IF
062750*  SHOW WHAT IS ON DISK RIGHT NOW, NOT WHAT THIS SESSION LOADED
062760*  AT STARTUP - ANOTHER TERMINAL MAY HAVE SAVED SINCE.
062770     MOVE sNo(i) TO SM-SNO
062780     PERFORM 8100-READ-MASTER THRU 8100-EXIT
062790     IF NOT WS-MASTER-FOUND
062800         DISPLAY "STUDENT WAS REMOVED FROM ANOTHER TERMINAL."
062810         PERFORM 8190-DROP-SLOT THRU 8190-EXIT
062820         GO TO 6000-EXIT
062830     END-IF
062840     PERFORM 8170-REFRESH-SLOT THRU 8170-EXIT
062850
062860     DISPLAY "=================="
062870     DISPLAY "|" sNo(i)
062880     DISPLAY "|" fullname(i)
062890     DISPLAY "|" age(i)
062900     DISPLAY "|" course(i)
062910     DISPLAY "|" mobile(i)
062920     DISPLAY "|" landline(i)
062930     DISPLAY "|" enroll-status(i) " " status-term(i)
062940     DISPLAY "=================="
062950     IF SM-IN-USE-ID NOT = SPACES
062960         DISPLAY "(RECORD CURRENTLY HELD BY " SM-IN-USE-ID ")"
062970     END-IF.
062980 6000-EXIT.
062990     EXIT.
063000
063010******************************************************************
063020*  6100-VIEW-HISTORY - MENU [10]. PLAYS BACK EVERY JOURNAL-FILE  *
063030*  ENTRY FOR ONE STUDENT NUMBER IN THE ORDER THEY WERE WRITTEN,  *
063040*  WHICH IS CHRONOLOGICAL - THE JOURNAL IS APPEND-ONLY.          *
063050*  CLOSED GENERATIONS ON JOURNAL-HISTORY COME FIRST (8700).      *
063060******************************************************************
063070 6100-VIEW-HISTORY.
063080     DISPLAY "  ====CHANGE HISTORY===="
063090     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
063100     ACCEPT SEARCHNUM
063110
063120*  A RECORD MAY HAVE CARRIED OTHER NUMBERS BEFORE A CORRECTION -
063130*  FOLLOW THE "N" CROSS-REFERENCES FIRST SO THE PLAYBACK COVERS
063140*  THE WHOLE CHAIN, WHICHEVER OF ITS NUMBERS WAS ASKED FOR.
063150     MOVE 1 TO WS-CHAIN-COUNT
063160     MOVE SEARCHNUM TO WS-CHAIN-SNO(1)
063170     MOVE "Y" TO WS-CHAIN-GREW-SW
063180     PERFORM 6120-EXPAND-CHAIN THRU 6120-EXIT
063190         UNTIL NOT WS-CHAIN-GREW
063200     IF WS-CHAIN-COUNT > 1
063210         DISPLAY "THIS RECORD HAS ALSO CARRIED:"
063220         PERFORM 6140-SHOW-ONE-ALIAS THRU 6140-EXIT
063230             VARYING j FROM 2 BY 1 UNTIL j > WS-CHAIN-COUNT
063240     END-IF
063250
063260     PERFORM 8700-OPEN-JOURNALS THRU 8700-EXIT
063270     IF WS-FS-JOURNAL NOT = "00"
063280         DISPLAY "JOURNAL COULD NOT BE OPENED, STATUS="
063290             WS-FS-JOURNAL
063300         GO TO 6100-EXIT
063310     END-IF
063320     MOVE "N" TO WS-JRNL-EOF-SW
063330     MOVE 0 TO WS-HIST-COUNT
063340     PERFORM 6110-SHOW-ONE-JOURNAL THRU 6110-EXIT
063350         UNTIL WS-JRNL-EOF
063360     PERFORM 8710-CLOSE-JOURNALS THRU 8710-EXIT
063370     IF WS-HIST-COUNT = 0
063380         DISPLAY "NO JOURNAL ENTRIES FOR " SEARCHNUM
063390     END-IF.
063400 6100-EXIT.
063410     EXIT.
063420
063430*----------------------------------------------------------------
063440*  6120-EXPAND-CHAIN - ONE PASS OVER THE JOURNAL'S "N" ENTRIES:
063450*  ANY CORRECTION TOUCHING A NUMBER ALREADY IN THE CHAIN PULLS
063460*  THE NUMBER ON ITS OTHER SIDE IN TOO. REPEATED UNTIL A PASS
063470*  ADDS NOTHING, SO A RECORD CORRECTED MORE THAN ONCE STILL
063480*  LINKS END TO END.
063490*----------------------------------------------------------------
063500 6120-EXPAND-CHAIN.
063510     MOVE "N" TO WS-CHAIN-GREW-SW
063520     PERFORM 8700-OPEN-JOURNALS THRU 8700-EXIT
063530     IF WS-FS-JOURNAL NOT = "00"
063540         GO TO 6120-EXIT
063550     END-IF
063560     MOVE "N" TO WS-JRNL-EOF-SW
063570     PERFORM 6125-LINK-ONE-JOURNAL THRU 6125-EXIT
063580         UNTIL WS-JRNL-EOF
063590     PERFORM 8710-CLOSE-JOURNALS THRU 8710-EXIT.
063600 6120-EXIT.
063610     EXIT.
063620
063630 6125-LINK-ONE-JOURNAL.
063640     PERFORM 8705-READ-JOURNAL THRU 8705-EXIT
063650     IF WS-JRNL-EOF
063660         GO TO 6125-EXIT
063670     END-IF
063680     IF JL-ACTION NOT = "N"
063690         GO TO 6125-EXIT
063700     END-IF
063710
063720     MOVE JL-SNO TO SEARCHTEXT
063730     PERFORM 6130-CHECK-IN-CHAIN THRU 6130-EXIT
063740     IF WS-IN-CHAIN
063750         MOVE JL-XREF-SNO TO SEARCHTEXT
063760         PERFORM 6135-ADD-TO-CHAIN THRU 6135-EXIT
063770         GO TO 6125-EXIT
063780     END-IF
063790     MOVE JL-XREF-SNO TO SEARCHTEXT
063800     PERFORM 6130-CHECK-IN-CHAIN THRU 6130-EXIT
063810     IF WS-IN-CHAIN
063820         MOVE JL-SNO TO SEARCHTEXT
063830         PERFORM 6135-ADD-TO-CHAIN THRU 6135-EXIT
063840     END-IF.
063850 6125-EXIT.
063860     EXIT.
063870
063880*----------------------------------------------------------------
063890*  6130-CHECK-IN-CHAIN - SETS WS-IN-CHAIN WHEN THE NUMBER IN
063900*  SEARCHTEXT IS ALREADY ONE OF THE RECORD'S KNOWN NUMBERS.
063910*----------------------------------------------------------------
063920 6130-CHECK-IN-CHAIN.
063930     MOVE "N" TO WS-IN-CHAIN-SW
063940     PERFORM 6132-MATCH-ONE-CHAIN THRU 6132-EXIT
063950         VARYING cn FROM 1 BY 1
063960         UNTIL cn > WS-CHAIN-COUNT OR WS-IN-CHAIN.
063970 6130-EXIT.
063980     EXIT.
063990
064000 6132-MATCH-ONE-CHAIN.
064010     IF WS-CHAIN-SNO(cn) = SEARCHTEXT
064020         SET WS-IN-CHAIN TO TRUE
064030     END-IF.
064040 6132-EXIT.
064050     EXIT.
064060
064070 6135-ADD-TO-CHAIN.
064080     PERFORM 6130-CHECK-IN-CHAIN THRU 6130-EXIT
064090     IF WS-IN-CHAIN
064100         GO TO 6135-EXIT
064110     END-IF
064120     IF WS-CHAIN-COUNT >= WS-MAX-CHAIN
064130         DISPLAY "NUMBER-CHANGE CHAIN TOO LONG TO FOLLOW PAST "
064140             WS-MAX-CHAIN " NUMBERS."
064150         GO TO 6135-EXIT
064160     END-IF
064170     ADD 1 TO WS-CHAIN-COUNT
064180     MOVE SEARCHTEXT TO WS-CHAIN-SNO(WS-CHAIN-COUNT)
064190     MOVE "Y" TO WS-CHAIN-GREW-SW.
064200 6135-EXIT.
064210     EXIT.
064220
064230 6140-SHOW-ONE-ALIAS.
064240     DISPLAY "  " WS-CHAIN-SNO(j).
064250 6140-EXIT.
064260     EXIT.
064270
064280 6110-SHOW-ONE-JOURNAL.
064290     PERFORM 8705-READ-JOURNAL THRU 8705-EXIT
064300     IF WS-JRNL-EOF
064310         GO TO 6110-EXIT
064320     END-IF
064330     MOVE JL-SNO TO SEARCHTEXT
064340     PERFORM 6130-CHECK-IN-CHAIN THRU 6130-EXIT
064350     IF NOT WS-IN-CHAIN
064360         GO TO 6110-EXIT
064370     END-IF
064380
064390     ADD 1 TO WS-HIST-COUNT
064400     DISPLAY "------------------------------------------"
064410     EVALUATE JL-ACTION
064420         WHEN "A"
064430             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064440                 "  ADDED BY " JL-USER-ID
064450         WHEN "E"
064460             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064470                 "  EDITED BY " JL-USER-ID
064480         WHEN "D"
064490             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064500                 "  DELETED BY " JL-USER-ID
064510         WHEN "R"
064520             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064530                 "  REINSTATED BY " JL-USER-ID
064540         WHEN "S"
064550             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064560                 "  STATUS CHANGE BY " JL-USER-ID
064570         WHEN "O"
064580             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064590                 "  GRADUATED ON OVERRIDE BY " JL-USER-ID
064600         WHEN "W"
064610             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064620                 "  PROMOTED FROM THE WAITLIST BY " JL-USER-ID
064630         WHEN "N"
064640             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064650                 "  NUMBER CHANGED FROM " JL-XREF-SNO
064660             DISPLAY "          TO " JL-SNO " BY " JL-USER-ID
064670         WHEN OTHER
064680             DISPLAY JL-ACTION-DATE " " JL-ACTION-TIME
064690                 "  ACTION " JL-ACTION " BY " JL-USER-ID
064700     END-EVALUATE
064710     IF JL-ACTION NOT = "A" AND JL-ACTION NOT = "R"
064720             AND JL-ACTION NOT = "W"
064730         DISPLAY "  BEFORE: " JL-OLD-FULLNAME " " JL-OLD-AGE
064740             " " JL-OLD-COURSE
064750         DISPLAY "          " JL-OLD-MOBILE " " JL-OLD-LANDLINE
064760             " " JL-OLD-STATUS " " JL-OLD-TERM
064770     END-IF
064780     IF JL-ACTION NOT = "D"
064790         DISPLAY "  AFTER : " JL-NEW-FULLNAME " " JL-NEW-AGE
064800             " " JL-NEW-COURSE
064810         DISPLAY "          " JL-NEW-MOBILE " " JL-NEW-LANDLINE
064820             " " JL-NEW-STATUS " " JL-NEW-TERM
064830     END-IF.
064840 6110-EXIT.
064850     EXIT.
064860
064870******************************************************************
064880*  6200-VIEW-GRADES - MENU [13]. PLAYS BACK EVERY GRADE-FILE     *
064890*  RECORD FOR ONE STUDENT NUMBER AND COMPUTES THE GPA AS THE     *
064900*  UNIT-WEIGHTED AVERAGE OF EVERY GRADE ON FILE, SO THE          *
064910*  GRADUATED/WITHDRAWN CALL AT MENU [12] CAN BE MADE FROM DATA   *
064920*  IN THE SYSTEM INSTEAD OF A PAPER GRADE SHEET.                 *
064930*  EACH TERM'S ACADEMIC STANDING FROM THE STANDING RUN FOLLOWS.  *
064940*  EACH SUBJECT SHOWS WITH ITS TITLE FROM THE SUBJECT MASTER.    *
064950******************************************************************
064960 6200-VIEW-GRADES.
064970     DISPLAY "  ====VIEW GRADES / GPA===="
064980     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
064990     ACCEPT SEARCHNUM
065000
065010     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
065020     OPEN INPUT GRADE-FILE
065030     IF WS-FS-GRADE NOT = "00"
065040         DISPLAY "NO GRADES ON FILE (STATUS=" WS-FS-GRADE ")."
065050         GO TO 6200-EXIT
065060     END-IF
065070     MOVE "N" TO WS-GRADE-EOF-SW
065080     MOVE 0 TO WS-GRADE-HITS
065090     MOVE 0 TO WS-GPA-UNITS
065100     MOVE 0 TO WS-GPA-POINTS
065110     PERFORM 6210-SHOW-ONE-GRADE THRU 6210-EXIT
065120         UNTIL WS-GRADE-EOF
065130     CLOSE GRADE-FILE
065140
065150     IF WS-GRADE-HITS = 0
065160         DISPLAY "NO GRADES ON FILE FOR " SEARCHNUM
065170         GO TO 6200-EXIT
065180     END-IF
065190     IF WS-GPA-UNITS > 0
065200         COMPUTE WS-GPA-ED ROUNDED =
065210             WS-GPA-POINTS / WS-GPA-UNITS
065220         MOVE WS-GPA-UNITS TO WS-CRS-TALLY-ED
065230         DISPLAY "UNITS TAKEN: " WS-CRS-TALLY-ED
065240         DISPLAY "GPA (UNIT-WEIGHTED): " WS-GPA-ED
065250     END-IF
065260     PERFORM 6220-SHOW-STANDING THRU 6220-EXIT.
065270 6200-EXIT.
065280     EXIT.
065290
065300 6210-SHOW-ONE-GRADE.
065310     READ GRADE-FILE NEXT RECORD
065320         AT END
065330             MOVE "Y" TO WS-GRADE-EOF-SW
065340             GO TO 6210-EXIT
065350     END-READ
065360     IF GD-SNO NOT = SEARCHNUM
065370         GO TO 6210-EXIT
065380     END-IF
065390
065400     ADD 1 TO WS-GRADE-HITS
065410     MOVE GD-UNITS TO WS-GRADE-UNITS-ED
065420     MOVE GD-GRADE TO WS-GRADE-DISP
065430     MOVE GD-COURSE-CODE TO WS-SUBJ-TEST
065440     PERFORM 1660-FIND-SUBJECT THRU 1660-EXIT
065450     DISPLAY GD-TERM "  " GD-COURSE-CODE " " WS-SUBJ-TITLE
065460         "  UNITS " WS-GRADE-UNITS-ED "  GRADE " WS-GRADE-DISP
065470     ADD GD-UNITS TO WS-GPA-UNITS
065480     COMPUTE WS-GPA-POINTS =
065490         WS-GPA-POINTS + (GD-GRADE * GD-UNITS).
065500 6210-EXIT.
065510     EXIT.
065520
065530*----------------------------------------------------------------
065540*  6220-SHOW-STANDING - ONE LINE PER TERM FROM STANDING-FILE FOR
065550*  THE STUDENT ON SCREEN. NO STANDING FILE YET ONLY MEANS NO
065560*  STANDING RUN HAS BEEN MADE, AND NOTHING IS SHOWN.
065570*----------------------------------------------------------------
065580 6220-SHOW-STANDING.
065590     OPEN INPUT STANDING-FILE
065600     IF WS-FS-STANDING NOT = "00"
065610         GO TO 6220-EXIT
065620     END-IF
065630     MOVE "N" TO WS-STD-EOF-SW
065640     PERFORM 6225-SHOW-ONE-STANDING THRU 6225-EXIT
065650         UNTIL WS-STD-EOF
065660     CLOSE STANDING-FILE.
065670 6220-EXIT.
065680     EXIT.
065690
065700 6225-SHOW-ONE-STANDING.
065710     READ STANDING-FILE NEXT RECORD
065720         AT END
065730             MOVE "Y" TO WS-STD-EOF-SW
065740             GO TO 6225-EXIT
065750     END-READ
065760     IF ST-SNO NOT = SEARCHNUM
065770         GO TO 6225-EXIT
065780     END-IF
065790
065800     EVALUATE TRUE
065810         WHEN ST-DEANS-LIST
065820             MOVE "DEAN'S LIST"        TO WS-STD-TEXT
065830         WHEN ST-PROBATION
065840             MOVE "PROBATION"          TO WS-STD-TEXT
065850         WHEN ST-DISMISSAL
065860             MOVE "DISMISSED"          TO WS-STD-TEXT
065870         WHEN OTHER
065880             MOVE "GOOD STANDING"      TO WS-STD-TEXT
065890     END-EVALUATE
065900     MOVE ST-TERM-GPA TO WS-GRADE-DISP
065910     MOVE ST-CUM-GPA  TO WS-GPA-ED
065920     DISPLAY "STANDING " ST-TERM ": " WS-STD-TEXT
065930         " TERM GPA " WS-GRADE-DISP "  CUM GPA " WS-GPA-ED.
065940 6225-EXIT.
065950     EXIT.
065960
065970******************************************************************
065980*  6300-LETTER-ON-DEMAND - MENU [18]. PRINTS ONE ENROLLMENT      *
065990*  VERIFICATION LETTER TO REPORT-FILE FOR THE FRONT DESK -       *
066000*  EVERYTHING THE LETTER STATES IS ALREADY ON SM-RECORD. A       *
066010*  STUDENT WHO IS NOT STATUS "A" IS REFUSED WITH A CLEAR         *
066020*  MESSAGE, NOT GIVEN A LETTER THAT SAYS SOMETHING UNTRUE.       *
066030******************************************************************
066040 6300-LETTER-ON-DEMAND.
066050     DISPLAY "  ====ENROLLMENT VERIFICATION LETTER===="
066060     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
066070     ACCEPT SEARCHNUM
066080
066090     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
066100     IF NOT WS-STU-FOUND
066110         DISPLAY "Student not found."
066120         GO TO 6300-EXIT
066130     END-IF
066140*  THE LETTER CERTIFIES WHAT IS ON DISK RIGHT NOW.
066150     MOVE sNo(i) TO SM-SNO
066160     PERFORM 8100-READ-MASTER THRU 8100-EXIT
066170     IF NOT WS-MASTER-FOUND
066180         DISPLAY "STUDENT WAS REMOVED FROM ANOTHER TERMINAL."
066190         PERFORM 8190-DROP-SLOT THRU 8190-EXIT
066200         GO TO 6300-EXIT
066210     END-IF
066220     PERFORM 8170-REFRESH-SLOT THRU 8170-EXIT
066230
066240     OPEN OUTPUT REPORT-FILE
066250     IF WS-FS-REPORT NOT = "00"
066260         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
066270             WS-FS-REPORT
066280         GO TO 6300-EXIT
066290     END-IF
066300     PERFORM 6350-PRINT-LETTER THRU 6350-EXIT
066310     CLOSE REPORT-FILE
066320     IF WS-LETTER-OK
066330         DISPLAY "LETTER WRITTEN TO STUREPT."
066340     END-IF.
066350 6300-EXIT.
066360     EXIT.
066370
066380******************************************************************
066390*  6350-PRINT-LETTER - ONE LETTER PAGE FOR THE STUDENT IN SLOT   *
066400*  i, TO THE ALREADY-OPEN REPORT-FILE. ONLY AN ACTIVE ("A")      *
066410*  STUDENT GETS A LETTER; ANYONE ELSE IS REFUSED WITH THEIR      *
066420*  ACTUAL STATUS NAMED, AND WS-LETTER-OK TELLS THE CALLER WHICH  *
066430*  HAPPENED.                                                     *
066440******************************************************************
066450 6350-PRINT-LETTER.
066460     MOVE "N" TO WS-LETTER-OK-SW
066470     MOVE "N" TO WS-HOLD-ACTIVE-SW
066480     IF NOT enroll-active(i)
066490         DISPLAY "LETTER REFUSED FOR " sNo(i) " - STATUS IS "
066500             enroll-status(i) " (ONLY ACTIVE STUDENTS ARE "
066510             "CERTIFIED AS ENROLLED)."
066520         GO TO 6350-EXIT
066530     END-IF
066540     MOVE sNo(i) TO WS-HOLD-SNO
066550     PERFORM 7410-CHECK-HOLDS THRU 7410-EXIT
066560     IF WS-HOLD-ACTIVE
066570         DISPLAY "LETTER REFUSED FOR " sNo(i) " - "
066580             WS-HOLD-NAME
066590         GO TO 6350-EXIT
066600     END-IF
066610
066620     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
066630     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
066640     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
066650     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
066660     MOVE WS-RPT-RUN-DATE      TO LTR-DATE
066670     MOVE fullname(i)          TO LTR-NAME
066680     MOVE sNo(i)               TO LTR-SNO
066690     MOVE course(i)            TO LTR-COURSE
066700     MOVE status-term(i)       TO LTR-TERM
066710
066720     WRITE RPT-PRINT-LINE FROM LTR-TITLE-LINE
066730         AFTER ADVANCING PAGE
066740     WRITE RPT-PRINT-LINE FROM LTR-DATE-LINE
066750         AFTER ADVANCING 3 LINES
066760     WRITE RPT-PRINT-LINE FROM LTR-SALUTE-LINE
066770         AFTER ADVANCING 2 LINES
066780     WRITE RPT-PRINT-LINE FROM LTR-PROSE-1
066790         AFTER ADVANCING 2 LINES
066800     WRITE RPT-PRINT-LINE FROM LTR-PROSE-2
066810         AFTER ADVANCING 1 LINE
066820     WRITE RPT-PRINT-LINE FROM LTR-NAME-LINE
066830         AFTER ADVANCING 2 LINES
066840     WRITE RPT-PRINT-LINE FROM LTR-SNO-LINE
066850         AFTER ADVANCING 1 LINE
066860     WRITE RPT-PRINT-LINE FROM LTR-COURSE-LINE
066870         AFTER ADVANCING 1 LINE
066880     WRITE RPT-PRINT-LINE FROM LTR-STATUS-LINE
066890         AFTER ADVANCING 1 LINE
066900     WRITE RPT-PRINT-LINE FROM LTR-TERM-LINE
066910         AFTER ADVANCING 1 LINE
066920     WRITE RPT-PRINT-LINE FROM LTR-PROSE-3
066930         AFTER ADVANCING 2 LINES
066940     WRITE RPT-PRINT-LINE FROM LTR-SIGN-RULE
066950         AFTER ADVANCING 4 LINES
066960     WRITE RPT-PRINT-LINE FROM LTR-SIGN-TITLE
066970         AFTER ADVANCING 1 LINE
066980     MOVE "Y" TO WS-LETTER-OK-SW.
066990 6350-EXIT.
067000     EXIT.
067010
067020******************************************************************
067030*  7000-VIEW-ALL-STUDENTS                                       *
067040******************************************************************
067050 7000-VIEW-ALL-STUDENTS.
067060     DISPLAY "  ====VIEW ALL STUDENTS===="
067070     SORT SORT-WORK
067080         ON ASCENDING KEY SRT-FULLNAME
067090         INPUT PROCEDURE 7050-SORT-INPUT THRU 7050-EXIT
067100         OUTPUT PROCEDURE 7060-SORT-OUTPUT THRU 7060-EXIT.
067110 7000-EXIT.
067120     EXIT.
067130
067140*----------------------------------------------------------------
067150*  7050-SORT-INPUT - FEEDS SORT-WORK WITH EVERY OCCUPIED SLOT.
067160*  BLANKED (DELETED) SLOTS ARE SKIPPED SO THEY NEVER SHOW UP AS
067170*  EMPTY BLOCKS IN THE REPORT.
067180*----------------------------------------------------------------
067190 7050-SORT-INPUT.
067200     PERFORM 7051-RELEASE-ONE THRU 7051-EXIT
067210         VARYING j FROM 1 BY 1 UNTIL j > WS-STUDENT-COUNT.
067220 7050-EXIT.
067230     EXIT.
067240
067250 7051-RELEASE-ONE.
067260     IF sNo(j) = SPACES
067270         GO TO 7051-EXIT
067280     END-IF
067290     MOVE fullname(j)   TO SRT-FULLNAME
067300     MOVE sNo(j)        TO SRT-SNO
067310     MOVE course(j)     TO SRT-COURSE
067320     MOVE mobile(j)     TO SRT-MOBILE
067330     MOVE landline(j)   TO SRT-LANDLINE
067340     MOVE age(j)        TO SRT-AGE
067350     MOVE enroll-status(j) TO SRT-STATUS
067360     MOVE status-term(j)   TO SRT-STATUS-TERM
067370     RELEASE SRT-RECORD.
067380 7051-EXIT.
067390     EXIT.
067400
067410*----------------------------------------------------------------
067420*  7060-SORT-OUTPUT - DISPLAYS THE SORTED RESULT, ONE STUDENT
067430*  BLOCK AT A TIME, IN FULLNAME ORDER.
067440*----------------------------------------------------------------
067450 7060-SORT-OUTPUT.
067460     MOVE "N" TO WS-SORT-EOF-SW
067470     PERFORM 7061-RETURN-ONE THRU 7061-EXIT
067480         UNTIL WS-SORT-EOF.
067490 7060-EXIT.
067500     EXIT.
067510
067520 7061-RETURN-ONE.
067530     RETURN SORT-WORK
067540         AT END
067550             MOVE "Y" TO WS-SORT-EOF-SW
067560             GO TO 7061-EXIT
067570     END-RETURN
067580     DISPLAY "=================="
067590     DISPLAY "|" SRT-SNO
067600     DISPLAY "|" SRT-FULLNAME
067610     DISPLAY "|" SRT-AGE
067620     DISPLAY "|" SRT-COURSE
067630     DISPLAY "|" SRT-MOBILE
067640     DISPLAY "|" SRT-LANDLINE
067650     DISPLAY "|" SRT-STATUS " " SRT-STATUS-TERM
067660     DISPLAY "==================".
067670 7061-EXIT.
067680     EXIT.
067690
067700******************************************************************
067710*  7100-STANDING-RUN - END-OF-TERM ACADEMIC STANDING (PARM=      *
067720*  'STANDING [YYYYMM]', SEE JCL MEMBER FLORSTD). ONE PASS OVER   *
067730*  GRADE-FILE BUILDS EACH STUDENT'S TERM AND CUMULATIVE UNIT-    *
067740*  WEIGHTED GPA; EVERY STUDENT GRADED IN THE TERM IS THEN PUT ON *
067750*  THE DEAN'S LIST, IN GOOD STANDING, ON PROBATION OR UP FOR     *
067760*  DISMISSAL BY THE THRESHOLDS IN WORKING-STORAGE, WITH ONE      *
067770*  STANDING-FILE RECORD EACH. THE DEAN'S LIST, PROBATION AND     *
067780*  DISMISSAL-CANDIDATE LISTS PRINT BY COURSE, AND EACH DISMISSAL *
067790*  IS APPLIED AS A JOURNALED "W" STATUS CHANGE - THE SAME PATH AS*
067800*  TRANSACTION CODE "S" - SO NOBODY RE-KEYS IT. RERUN-SAFE: A    *
067810*  STUDENT ALREADY GIVEN A STANDING FOR THE TERM IS LISTED AGAIN *
067820*  BUT NOT WRITTEN OR WITHDRAWN A SECOND TIME.                   *
067830******************************************************************
067840 7100-STANDING-RUN.
067850     IF WS-STD-TERM IS NOT NUMERIC
067860         MOVE WS-CURRENT-TERM TO WS-STD-TERM
067870     END-IF
067880     INITIALIZE WS-STANDING-TOTALS
067890     MOVE WS-STUDENT-COUNT TO WS-STD-LAST-SLOT
067900     PERFORM 7105-CLEAR-ONE-SLOT THRU 7105-EXIT
067910         VARYING WS-STD-SLOT FROM 1 BY 1
067920         UNTIL WS-STD-SLOT > WS-STD-LAST-SLOT
067930
067940     OPEN INPUT GRADE-FILE
067950     IF WS-FS-GRADE NOT = "00"
067960         DISPLAY "NO GRADES ON FILE (STATUS=" WS-FS-GRADE ")."
067970         GO TO 7100-EXIT
067980     END-IF
067990     MOVE "N" TO WS-GRADE-EOF-SW
068000     PERFORM 7110-ACCUMULATE-ONE-GRADE THRU 7110-EXIT
068010         UNTIL WS-GRADE-EOF
068020     CLOSE GRADE-FILE
068030
068040*  RERUN GUARD - FLAG EVERY STUDENT WHO ALREADY HAS A STANDING
068050*  RECORD FOR THE TERM. NO STANDING FILE YET IS THE FIRST RUN.
068060     OPEN INPUT STANDING-FILE
068070     IF WS-FS-STANDING = "00"
068080         MOVE "N" TO WS-STD-EOF-SW
068090         PERFORM 7120-FLAG-ONE-STANDING THRU 7120-EXIT
068100             UNTIL WS-STD-EOF
068110         CLOSE STANDING-FILE
068120     END-IF
068130
068140     OPEN EXTEND STANDING-FILE
068150     IF WS-FS-STANDING = "35"
068160         OPEN OUTPUT STANDING-FILE
068170     END-IF
068180     IF WS-FS-STANDING NOT = "00"
068190         DISPLAY "STANDING FILE COULD NOT BE OPENED, STATUS="
068200             WS-FS-STANDING
068210         GO TO 7100-EXIT
068220     END-IF
068230     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
068240     PERFORM 7130-CLASSIFY-ONE-SLOT THRU 7130-EXIT
068250         VARYING WS-STD-SLOT FROM 1 BY 1
068260         UNTIL WS-STD-SLOT > WS-STD-LAST-SLOT
068270     CLOSE STANDING-FILE
068280
068290*  THE LISTS PRINT FROM THE STANDING EACH SLOT WAS GIVEN, WITH
068300*  ITS COURSE AND NAME - NOT ITS ENROLLMENT STATUS - SO A STUDENT
068310*  ALREADY WITHDRAWN IN 7130 STILL SHOWS AS THE COMMITTEE FOUND
068320*  THEM.
068330     PERFORM 7140-PRINT-STANDING-LISTS THRU 7140-EXIT
068340
068350     DISPLAY " "
068360     DISPLAY "  ====ACADEMIC STANDING SUMMARY===="
068370     DISPLAY "TERM                     : " WS-STD-TERM
068380     DISPLAY "STANDING RECORDS WRITTEN : " WS-STD-WRITTEN
068390     DISPLAY "ALREADY ON FILE          : " WS-STD-DUPED
068400     DISPLAY "DEAN'S LIST              : " WS-STD-DEANS
068410     DISPLAY "GOOD STANDING            : " WS-STD-GOOD
068420     DISPLAY "PROBATION                : " WS-STD-PROBATION
068430     DISPLAY "DISMISSAL CANDIDATES     : " WS-STD-DISMISSED
068440     DISPLAY "WITHDRAWN (STATUS W)     : " WS-STD-WITHDRAWN
068450     DISPLAY "GRADES NOT IN DIRECTORY  : " WS-STD-ORPHANS.
068460 7100-EXIT.
068470     EXIT.
068480
068490 7105-CLEAR-ONE-SLOT.
068500     MOVE 0     TO WS-SW-TERM-UNITS(WS-STD-SLOT)
068510     MOVE 0     TO WS-SW-TERM-POINTS(WS-STD-SLOT)
068520     MOVE 0     TO WS-SW-CUM-UNITS(WS-STD-SLOT)
068530     MOVE 0     TO WS-SW-CUM-POINTS(WS-STD-SLOT)
068540     MOVE 0     TO WS-SW-WORST(WS-STD-SLOT)
068550     MOVE 0     TO WS-SW-TERM-GPA(WS-STD-SLOT)
068560     MOVE 0     TO WS-SW-CUM-GPA(WS-STD-SLOT)
068570     MOVE SPACE TO WS-SW-STANDING(WS-STD-SLOT)
068580     MOVE "N"   TO WS-SW-ON-FILE-SW(WS-STD-SLOT).
068590 7105-EXIT.
068600     EXIT.
068610
068620*----------------------------------------------------------------
068630*  7110-ACCUMULATE-ONE-GRADE - ADDS ONE GRADE-FILE RECORD INTO
068640*  ITS STUDENT'S SLOT: INTO THE CUMULATIVE FIGURES WHEN IT IS
068650*  FROM THE TERM OR EARLIER, AND INTO THE TERM FIGURES (AND THE
068660*  WORST-GRADE CHECK FOR THE DEAN'S LIST) WHEN IT IS FROM THE
068670*  TERM ITSELF. A GRADE FOR A NUMBER NO LONGER IN THE DIRECTORY
068680*  IS ONLY COUNTED.
068690*----------------------------------------------------------------
068700 7110-ACCUMULATE-ONE-GRADE.
068710     READ GRADE-FILE NEXT RECORD
068720         AT END
068730             MOVE "Y" TO WS-GRADE-EOF-SW
068740             GO TO 7110-EXIT
068750     END-READ
068760     IF GD-TERM > WS-STD-TERM
068770         GO TO 7110-EXIT
068780     END-IF
068790     SET k TO 1
068800     SEARCH student-info VARYING k
068810         AT END
068820             ADD 1 TO WS-STD-ORPHANS
068830             GO TO 7110-EXIT
068840         WHEN sNo(k) = GD-SNO
068850             SET WS-STD-SLOT TO k
068860     END-SEARCH
068870
068880     ADD GD-UNITS TO WS-SW-CUM-UNITS(WS-STD-SLOT)
068890     COMPUTE WS-SW-CUM-POINTS(WS-STD-SLOT) =
068900         WS-SW-CUM-POINTS(WS-STD-SLOT) + (GD-GRADE * GD-UNITS)
068910     IF GD-TERM = WS-STD-TERM
068920         ADD GD-UNITS TO WS-SW-TERM-UNITS(WS-STD-SLOT)
068930         COMPUTE WS-SW-TERM-POINTS(WS-STD-SLOT) =
068940             WS-SW-TERM-POINTS(WS-STD-SLOT)
068950             + (GD-GRADE * GD-UNITS)
068960         IF GD-GRADE > WS-SW-WORST(WS-STD-SLOT)
068970             MOVE GD-GRADE TO WS-SW-WORST(WS-STD-SLOT)
068980         END-IF
068990     END-IF.
069000 7110-EXIT.
069010     EXIT.
069020
069030 7120-FLAG-ONE-STANDING.
069040     READ STANDING-FILE NEXT RECORD
069050         AT END
069060             MOVE "Y" TO WS-STD-EOF-SW
069070             GO TO 7120-EXIT
069080     END-READ
069090     IF ST-TERM NOT = WS-STD-TERM
069100         GO TO 7120-EXIT
069110     END-IF
069120     SET k TO 1
069130     SEARCH student-info VARYING k
069140         AT END
069150             CONTINUE
069160         WHEN sNo(k) = ST-SNO
069170             SET WS-STD-SLOT TO k
069180             MOVE "Y" TO WS-SW-ON-FILE-SW(WS-STD-SLOT)
069190     END-SEARCH.
069200 7120-EXIT.
069210     EXIT.
069220
069230*----------------------------------------------------------------
069240*  7130-CLASSIFY-ONE-SLOT - WORKS OUT THE TWO GPAS FOR ONE
069250*  STUDENT GRADED IN THE TERM, APPLIES THE THRESHOLDS (THE
069260*  WORST OUTCOME WINS: DISMISSAL, THEN PROBATION, THEN DEAN'S
069270*  LIST) AND WRITES THE STANDING RECORD UNLESS THE TERM'S RECORD
069280*  IS ALREADY ON FILE. A DISMISSAL IS APPLIED (7180) JUST BEFORE
069290*  ITS RECORD IS WRITTEN, ONE STUDENT AT A TIME: A RUN THAT STOPS
069300*  BETWEEN THE TWO LEAVES NO RECORD, AND THE RERUN WRITES IT
069310*  WITHOUT WITHDRAWING THE STUDENT AGAIN (7180 PASSES OVER ONE
069320*  ALREADY "W"); A RECORD ON FILE MEANS THE DISMISSAL WAS APPLIED.
069330*----------------------------------------------------------------
069340 7130-CLASSIFY-ONE-SLOT.
069350     MOVE SPACE TO WS-SW-STANDING(WS-STD-SLOT)
069360     IF sNo(WS-STD-SLOT) = SPACES
069370             OR WS-SW-TERM-UNITS(WS-STD-SLOT) = 0
069380         GO TO 7130-EXIT
069390     END-IF
069400     COMPUTE WS-SW-TERM-GPA(WS-STD-SLOT) ROUNDED =
069410         WS-SW-TERM-POINTS(WS-STD-SLOT) /
069420         WS-SW-TERM-UNITS(WS-STD-SLOT)
069430     COMPUTE WS-SW-CUM-GPA(WS-STD-SLOT) ROUNDED =
069440         WS-SW-CUM-POINTS(WS-STD-SLOT) /
069450         WS-SW-CUM-UNITS(WS-STD-SLOT)
069460
069470     EVALUATE TRUE
069480         WHEN WS-SW-CUM-GPA(WS-STD-SLOT) > WS-DISMISS-GPA
069490             MOVE "X" TO WS-SW-STANDING(WS-STD-SLOT)
069500             ADD 1 TO WS-STD-DISMISSED
069510         WHEN WS-SW-CUM-GPA(WS-STD-SLOT) > WS-PROBATION-GPA
069520             MOVE "P" TO WS-SW-STANDING(WS-STD-SLOT)
069530             ADD 1 TO WS-STD-PROBATION
069540         WHEN WS-SW-TERM-GPA(WS-STD-SLOT) NOT > WS-DEANS-GPA
069550                 AND WS-SW-TERM-UNITS(WS-STD-SLOT)
069560                     NOT < WS-DEANS-UNITS
069570                 AND WS-SW-WORST(WS-STD-SLOT) NOT > WS-DEANS-WORST
069580             MOVE "D" TO WS-SW-STANDING(WS-STD-SLOT)
069590             ADD 1 TO WS-STD-DEANS
069600         WHEN OTHER
069610             MOVE "G" TO WS-SW-STANDING(WS-STD-SLOT)
069620             ADD 1 TO WS-STD-GOOD
069630     END-EVALUATE
069640
069650     IF WS-SW-ON-FILE(WS-STD-SLOT)
069660         ADD 1 TO WS-STD-DUPED
069670         GO TO 7130-EXIT
069680     END-IF
069690     IF WS-SW-STANDING(WS-STD-SLOT) = "X"
069700         PERFORM 7180-APPLY-DISMISSAL THRU 7180-EXIT
069710     END-IF
069720     MOVE sNo(WS-STD-SLOT)              TO ST-SNO
069730     MOVE WS-STD-TERM                   TO ST-TERM
069740     MOVE course(WS-STD-SLOT)           TO ST-COURSE
069750     MOVE WS-SW-TERM-UNITS(WS-STD-SLOT) TO ST-TERM-UNITS
069760     MOVE WS-SW-TERM-GPA(WS-STD-SLOT)   TO ST-TERM-GPA
069770     MOVE WS-SW-CUM-UNITS(WS-STD-SLOT)  TO ST-CUM-UNITS
069780     MOVE WS-SW-CUM-GPA(WS-STD-SLOT)    TO ST-CUM-GPA
069790     MOVE WS-SW-STANDING(WS-STD-SLOT)   TO ST-STANDING
069800     MOVE WS-RPT-DATE-RAW               TO ST-RUN-DATE
069810     WRITE ST-RECORD
069820     ADD 1 TO WS-STD-WRITTEN.
069830 7130-EXIT.
069840     EXIT.
069850
069860*----------------------------------------------------------------
069870*  7140-PRINT-STANDING-LISTS - THE DEAN'S LIST, PROBATION LIST
069880*  AND DISMISSAL-CANDIDATE LIST, EACH ON ITS OWN PAGES, GROUPED
069890*  BY COURSE WITH A COUNT AT EACH COURSE BREAK AND AT THE END OF
069900*  EACH LIST - THE SAME SHAPE AS THE TERM GRADE REGISTER.
069910*----------------------------------------------------------------
069920 7140-PRINT-STANDING-LISTS.
069930     OPEN OUTPUT REPORT-FILE
069940     IF WS-FS-REPORT NOT = "00"
069950         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
069960             WS-FS-REPORT
069970         GO TO 7140-EXIT
069980     END-IF
069990
070000     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
070010     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
070020     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
070030     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
070040     MOVE WS-RPT-RUN-DATE      TO STD-H1-DATE
070050     MOVE WS-STD-TERM          TO STD-H1-TERM
070060
070070     MOVE 0 TO WS-RPT-PAGE-NO
070080     MOVE 0 TO WS-STD-LIST-TALLY
070090     MOVE 0 TO WS-STD-SUB-TALLY
070100     MOVE SPACES TO WS-PREV-LIST
070110     MOVE SPACES TO WS-PREV-COURSE
070120     MOVE "Y" TO WS-RPT-FIRST-SW
070130
070140     SORT STANDING-SORT
070150         ON ASCENDING KEY SS-LIST SS-COURSE SS-SNO
070160         INPUT PROCEDURE 7145-STANDING-INPUT THRU 7145-EXIT
070170         OUTPUT PROCEDURE 7150-STANDING-OUTPUT THRU 7150-EXIT
070180
070190     CLOSE REPORT-FILE
070200     DISPLAY "STANDING LISTS FOR TERM " WS-STD-TERM
070210         " WRITTEN TO STUREPT.".
070220 7140-EXIT.
070230     EXIT.
070240
070250*----------------------------------------------------------------
070260*  7145-STANDING-INPUT - RELEASES EVERY STUDENT WHO LANDED ON ONE
070270*  OF THE THREE LISTS. GOOD STANDING IS NOT PRINTED.
070280*----------------------------------------------------------------
070290 7145-STANDING-INPUT.
070300     PERFORM 7146-RELEASE-ONE-SLOT THRU 7146-EXIT
070310         VARYING WS-STD-SLOT FROM 1 BY 1
070320         UNTIL WS-STD-SLOT > WS-STD-LAST-SLOT.
070330 7145-EXIT.
070340     EXIT.
070350
070360 7146-RELEASE-ONE-SLOT.
070370     IF WS-SW-STANDING(WS-STD-SLOT) NOT = "D"
070380             AND WS-SW-STANDING(WS-STD-SLOT) NOT = "P"
070390             AND WS-SW-STANDING(WS-STD-SLOT) NOT = "X"
070400         GO TO 7146-EXIT
070410     END-IF
070420     MOVE WS-SW-STANDING(WS-STD-SLOT)   TO SS-LIST
070430     MOVE course(WS-STD-SLOT)           TO SS-COURSE
070440     MOVE sNo(WS-STD-SLOT)              TO SS-SNO
070450     MOVE fullname(WS-STD-SLOT)         TO SS-FULLNAME
070460     MOVE WS-SW-TERM-UNITS(WS-STD-SLOT) TO SS-TERM-UNITS
070470     MOVE WS-SW-TERM-GPA(WS-STD-SLOT)   TO SS-TERM-GPA
070480     MOVE WS-SW-CUM-GPA(WS-STD-SLOT)    TO SS-CUM-GPA
070490     RELEASE SS-RECORD.
070500 7146-EXIT.
070510     EXIT.
070520
070530 7150-STANDING-OUTPUT.
070540     MOVE "N" TO WS-SORT-EOF-SW
070550     PERFORM 7155-STANDING-ONE THRU 7155-EXIT
070560         UNTIL WS-SORT-EOF
070570
070580     IF WS-RPT-FIRST
070590         MOVE "NO STUDENT ON ANY STANDING LIST" TO STD-LIST-TITLE
070600         PERFORM 7168-STANDING-PAGE-HEADING THRU 7168-EXIT
070610     ELSE
070620         PERFORM 7166-PRINT-LIST-TOTAL THRU 7166-EXIT
070630     END-IF
070640
070650     MOVE "DEAN'S LIST:"              TO STD-SUM-LABEL
070660     MOVE WS-STD-DEANS                TO STD-SUM-TALLY
070670     WRITE RPT-PRINT-LINE FROM STD-SUMMARY-LINE
070680         AFTER ADVANCING 3 LINES
070690     MOVE "PROBATION:"                TO STD-SUM-LABEL
070700     MOVE WS-STD-PROBATION            TO STD-SUM-TALLY
070710     WRITE RPT-PRINT-LINE FROM STD-SUMMARY-LINE
070720         AFTER ADVANCING 1 LINE
070730     MOVE "DISMISSAL CANDIDATES:"     TO STD-SUM-LABEL
070740     MOVE WS-STD-DISMISSED            TO STD-SUM-TALLY
070750     WRITE RPT-PRINT-LINE FROM STD-SUMMARY-LINE
070760         AFTER ADVANCING 1 LINE
070770     MOVE "GOOD STANDING:"            TO STD-SUM-LABEL
070780     MOVE WS-STD-GOOD                 TO STD-SUM-TALLY
070790     WRITE RPT-PRINT-LINE FROM STD-SUMMARY-LINE
070800         AFTER ADVANCING 1 LINE.
070810 7150-EXIT.
070820     EXIT.
070830
070840 7155-STANDING-ONE.
070850     RETURN STANDING-SORT
070860         AT END
070870             MOVE "Y" TO WS-SORT-EOF-SW
070880             GO TO 7155-EXIT
070890     END-RETURN
070900
070910*  LIST BREAK - EACH LIST STARTS ON A NEW PAGE. COURSE BREAK
070920*  WITHIN A LIST - THE SAME SHAPE AS THE REGISTER'S SUBJECT BREAK
070930*  IN 9365-REGISTER-ONE.
070940     IF WS-RPT-FIRST OR SS-LIST NOT = WS-PREV-LIST
070950         IF NOT WS-RPT-FIRST
070960             PERFORM 7166-PRINT-LIST-TOTAL THRU 7166-EXIT
070970         END-IF
070980         MOVE "N" TO WS-RPT-FIRST-SW
070990         MOVE SS-LIST   TO WS-PREV-LIST
071000         MOVE SS-COURSE TO WS-PREV-COURSE
071010         MOVE 0 TO WS-STD-LIST-TALLY
071020         MOVE 0 TO WS-STD-SUB-TALLY
071030         PERFORM 7160-SET-LIST-TITLE THRU 7160-EXIT
071040         PERFORM 7168-STANDING-PAGE-HEADING THRU 7168-EXIT
071050         PERFORM 7162-PRINT-COURSE-HEAD THRU 7162-EXIT
071060     ELSE
071070         IF SS-COURSE NOT = WS-PREV-COURSE
071080             PERFORM 7164-PRINT-COURSE-SUBTOTAL THRU 7164-EXIT
071090             MOVE SS-COURSE TO WS-PREV-COURSE
071100             MOVE 0 TO WS-STD-SUB-TALLY
071110             PERFORM 7162-PRINT-COURSE-HEAD THRU 7162-EXIT
071120         END-IF
071130     END-IF
071140
071150     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
071160         PERFORM 7168-STANDING-PAGE-HEADING THRU 7168-EXIT
071170         PERFORM 7162-PRINT-COURSE-HEAD THRU 7162-EXIT
071180     END-IF
071190
071200     MOVE SS-SNO        TO STD-DET-SNO
071210     MOVE SS-FULLNAME   TO STD-DET-NAME
071220     MOVE SS-TERM-UNITS TO STD-DET-UNITS
071230     MOVE SS-TERM-GPA   TO STD-DET-TERM-GPA
071240     MOVE SS-CUM-GPA    TO STD-DET-CUM-GPA
071250     WRITE RPT-PRINT-LINE FROM STD-DETAIL-LINE
071260         AFTER ADVANCING 1 LINE
071270     ADD 1 TO WS-RPT-LINE-COUNT
071280     ADD 1 TO WS-STD-SUB-TALLY
071290     ADD 1 TO WS-STD-LIST-TALLY.
071300 7155-EXIT.
071310     EXIT.
071320
071330 7160-SET-LIST-TITLE.
071340     EVALUATE WS-PREV-LIST
071350         WHEN "D"
071360             MOVE "DEAN'S LIST" TO STD-LIST-TITLE
071370         WHEN "P"
071380             MOVE "ACADEMIC PROBATION" TO STD-LIST-TITLE
071390         WHEN OTHER
071400             MOVE "DISMISSAL CANDIDATES" TO STD-LIST-TITLE
071410     END-EVALUATE.
071420 7160-EXIT.
071430     EXIT.
071440
071450 7162-PRINT-COURSE-HEAD.
071460     MOVE WS-PREV-COURSE TO STD-COURSE-NAME
071470     WRITE RPT-PRINT-LINE FROM STD-COURSE-LINE
071480         AFTER ADVANCING 2 LINES
071490     ADD 2 TO WS-RPT-LINE-COUNT.
071500 7162-EXIT.
071510     EXIT.
071520
071530 7164-PRINT-COURSE-SUBTOTAL.
071540     MOVE WS-STD-SUB-TALLY TO STD-SUB-TALLY
071550     WRITE RPT-PRINT-LINE FROM STD-SUBTOTAL-LINE
071560         AFTER ADVANCING 2 LINES
071570     ADD 2 TO WS-RPT-LINE-COUNT.
071580 7164-EXIT.
071590     EXIT.
071600
071610 7166-PRINT-LIST-TOTAL.
071620     PERFORM 7164-PRINT-COURSE-SUBTOTAL THRU 7164-EXIT
071630     MOVE WS-STD-LIST-TALLY TO STD-LIST-TALLY
071640     WRITE RPT-PRINT-LINE FROM STD-LIST-TOTAL-LINE
071650         AFTER ADVANCING 2 LINES
071660     ADD 2 TO WS-RPT-LINE-COUNT.
071670 7166-EXIT.
071680     EXIT.
071690
071700 7168-STANDING-PAGE-HEADING.
071710     ADD 1 TO WS-RPT-PAGE-NO
071720     MOVE WS-RPT-PAGE-NO TO STD-H1-PAGE
071730     WRITE RPT-PRINT-LINE FROM STD-HEADING-1
071740         AFTER ADVANCING PAGE
071750     WRITE RPT-PRINT-LINE FROM STD-LIST-LINE
071760         AFTER ADVANCING 2 LINES
071770     WRITE RPT-PRINT-LINE FROM STD-HEADING-2
071780         AFTER ADVANCING 2 LINES
071790     MOVE 5 TO WS-RPT-LINE-COUNT.
071800 7168-EXIT.
071810     EXIT.
071820
071830*----------------------------------------------------------------
071840*  7180-APPLY-DISMISSAL - A DISMISSAL CANDIDATE STILL ACTIVE OR
071850*  ON LEAVE IS WITHDRAWN ("W", STATUS TERM = THE STANDING TERM)
071860*  THE WAY 9845-BATCH-STATUS APPLIES AN "S" TRANSACTION:
071870*  BEFORE-IMAGE, KEYED REWRITE, "S" JOURNAL ENTRY, AND THE FREED
071880*  SEAT OFFERED TO THE WAITLIST. THE ROLLOVER THEN ARCHIVES THEM
071890*  LIKE ANY OTHER WITHDRAWAL. PERFORMED FROM 7130 FOR EACH "X"
071900*  BEFORE ITS STANDING RECORD IS WRITTEN. A STANDING ALREADY ON
071910*  FILE FROM AN EARLIER RUN WAS APPLIED THEN - AN APPEAL SINCE
071920*  REINSTATED IS NOT WITHDRAWN AGAIN.
071930*----------------------------------------------------------------
071940 7180-APPLY-DISMISSAL.
071950     IF WS-SW-STANDING(WS-STD-SLOT) NOT = "X"
071960             OR WS-SW-ON-FILE(WS-STD-SLOT)
071970         GO TO 7180-EXIT
071980     END-IF
071990     SET i TO WS-STD-SLOT
072000     IF NOT enroll-active(i) AND NOT enroll-loa(i)
072010         GO TO 7180-EXIT
072020     END-IF
072030     PERFORM 5220-CAPTURE-BEFORE-IMAGE THRU 5220-EXIT
072040     MOVE "W"         TO enroll-status(i)
072050     MOVE WS-STD-TERM TO status-term(i)
072060     PERFORM 8300-REWRITE-MASTER THRU 8300-EXIT
072070     MOVE "S" TO WS-JL-ACTION
072080     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
072090     ADD 1 TO WS-STD-WITHDRAWN
072100     DISPLAY "DISMISSED - STATUS W FOR " sNo(i)
072110     IF WS-OLD-STATUS = "A"
072120         MOVE course(i) TO WS-PROMOTE-COURSE
072130         PERFORM 3400-PROMOTE-FROM-WAITLIST THRU 3400-EXIT
072140     END-IF.
072150 7180-EXIT.
072160     EXIT.
072170
072180******************************************************************
072190*  7200-TRANSCRIPT-ON-DEMAND - MENU [22]. PRINTS ONE OFFICIAL    *
072200*  TRANSCRIPT OF RECORDS TO REPORT-FILE. THE NUMBER KEYED MAY BE *
072210*  A CURRENT STUDENT'S, AN ALUMNUS' ON THE ROLLOVER ARCHIVE, OR  *
072220*  ONE SINCE CORRECTED THROUGH MENU [17].                        *
072230******************************************************************
072240 7200-TRANSCRIPT-ON-DEMAND.
072250     DISPLAY "  ====TRANSCRIPT OF RECORDS===="
072260     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
072270     ACCEPT SEARCHNUM
072280
072290     PERFORM 7220-FIND-TOR-STUDENT THRU 7220-EXIT
072300     IF NOT WS-TOR-FOUND
072310         DISPLAY "Student not found in the directory or archive."
072320         GO TO 7200-EXIT
072330     END-IF
072340
072350     OPEN OUTPUT REPORT-FILE
072360     IF WS-FS-REPORT NOT = "00"
072370         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
072380             WS-FS-REPORT
072390         GO TO 7200-EXIT
072400     END-IF
072410     PERFORM 7240-PRINT-TRANSCRIPT THRU 7240-EXIT
072420     CLOSE REPORT-FILE
072430     IF WS-TOR-OK
072440         DISPLAY "TRANSCRIPT WRITTEN TO STUREPT."
072450     END-IF.
072460 7200-EXIT.
072470     EXIT.
072480
072490******************************************************************
072500*  7210-TRANSCRIPT-RUN - UNATTENDED TRANSCRIPTS (PARM='TRANSCPT',*
072510*  SEE JCL MEMBER FLORTOR). READS THE TORREQ LIST OF STUDENT     *
072520*  NUMBERS AND PRINTS ONE TRANSCRIPT PER REQUEST TO REPORT-FILE, *
072530*  THE WAY 9940-LETTER-RUN WORKS THROUGH LETTERIN; A NUMBER      *
072540*  FOUND NEITHER IN THE DIRECTORY NOR ON THE ARCHIVE IS REPORTED *
072550*  AND COUNTED.                                                  *
072560******************************************************************
072570 7210-TRANSCRIPT-RUN.
072580     MOVE 0 TO WS-TOR-PRINTED
072590     MOVE 0 TO WS-TOR-NOTFOUND
072600     MOVE 0 TO WS-TOR-HELD
072610
072620     OPEN INPUT TRANSCRIPT-REQS
072630     IF WS-FS-TORREQ NOT = "00"
072640         DISPLAY "TORREQ COULD NOT BE OPENED, STATUS="
072650             WS-FS-TORREQ
072660         GO TO 7210-EXIT
072670     END-IF
072680     OPEN OUTPUT REPORT-FILE
072690     IF WS-FS-REPORT NOT = "00"
072700         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
072710             WS-FS-REPORT
072720         CLOSE TRANSCRIPT-REQS
072730         GO TO 7210-EXIT
072740     END-IF
072750
072760     MOVE "N" TO WS-TQ-EOF-SW
072770     PERFORM 7215-TRANSCRIPT-ONE THRU 7215-EXIT
072780         UNTIL WS-TQ-EOF
072790     CLOSE TRANSCRIPT-REQS
072800     CLOSE REPORT-FILE
072810
072820     DISPLAY " "
072830     DISPLAY "  ====TRANSCRIPT RUN SUMMARY===="
072840     DISPLAY "TRANSCRIPTS PRINTED      : " WS-TOR-PRINTED
072850     DISPLAY "NOT ON FILE OR ARCHIVE   : " WS-TOR-NOTFOUND
072860     DISPLAY "REFUSED (ON HOLD)        : " WS-TOR-HELD.
072870 7210-EXIT.
072880     EXIT.
072890
072900 7215-TRANSCRIPT-ONE.
072910     READ TRANSCRIPT-REQS NEXT RECORD
072920         AT END
072930             MOVE "Y" TO WS-TQ-EOF-SW
072940             GO TO 7215-EXIT
072950     END-READ
072960     IF TQ-SNO = SPACES
072970         GO TO 7215-EXIT
072980     END-IF
072990
073000     MOVE TQ-SNO TO SEARCHNUM
073010     PERFORM 7220-FIND-TOR-STUDENT THRU 7220-EXIT
073020     IF NOT WS-TOR-FOUND
073030         ADD 1 TO WS-TOR-NOTFOUND
073040         DISPLAY "NO TRANSCRIPT - STUDENT NOT ON FILE: " TQ-SNO
073050         GO TO 7215-EXIT
073060     END-IF
073070     PERFORM 7240-PRINT-TRANSCRIPT THRU 7240-EXIT
073080     IF WS-TOR-OK
073090         ADD 1 TO WS-TOR-PRINTED
073100     ELSE
073110         IF WS-HOLD-ACTIVE
073120             ADD 1 TO WS-TOR-HELD
073130         END-IF
073140     END-IF.
073150 7215-EXIT.
073160     EXIT.
073170
073180*----------------------------------------------------------------
073190*  7220-FIND-TOR-STUDENT - WHO THE TRANSCRIPT FOR SEARCHNUM IS
073200*  FOR. THE "N" CROSS-REFERENCES ARE FOLLOWED FIRST, AS MENU [10]
073210*  DOES, SO AN OLD NUMBER FINDS THE RECORD UNDER ITS NEW ONE AND
073220*  THE NEW NUMBER STILL PICKS UP GRADES FILED UNDER THE OLD. EACH
073230*  NUMBER IN THE CHAIN IS TRIED AGAINST THE DIRECTORY, AND
073240*  FAILING THAT THE ARCHIVE IS SCANNED, WHERE THE LATEST ENTRY
073250*  WINS. LEAVES WS-TOR-FOUND AND WS-TOR-STUDENT SET, AND
073260*  WS-HIST-CHAIN HOLDING EVERY NUMBER THE GRADES MAY SIT UNDER.
073270*----------------------------------------------------------------
073280 7220-FIND-TOR-STUDENT.
073290     MOVE "N" TO WS-TOR-FOUND-SW
073300     MOVE SPACES TO WS-TOR-STUDENT
073310     MOVE 1 TO WS-CHAIN-COUNT
073320     MOVE SEARCHNUM TO WS-CHAIN-SNO(1)
073330     MOVE "Y" TO WS-CHAIN-GREW-SW
073340     PERFORM 6120-EXPAND-CHAIN THRU 6120-EXIT
073350         UNTIL NOT WS-CHAIN-GREW
073360
073370     PERFORM 7222-TRY-DIRECTORY THRU 7222-EXIT
073380         VARYING WS-TOR-IX FROM 1 BY 1
073390         UNTIL WS-TOR-IX > WS-CHAIN-COUNT OR WS-TOR-FOUND
073400     IF WS-TOR-FOUND
073410         GO TO 7220-EXIT
073420     END-IF
073430
073440     OPEN INPUT ARCHIVE-FILE
073450     IF WS-FS-ARCHIVE NOT = "00"
073460         GO TO 7220-EXIT
073470     END-IF
073480     MOVE "N" TO WS-ARC-EOF-SW
073490     PERFORM 7224-TRY-ONE-ARCHIVE THRU 7224-EXIT
073500         UNTIL WS-ARC-EOF
073510     CLOSE ARCHIVE-FILE.
073520 7220-EXIT.
073530     EXIT.
073540
073550 7222-TRY-DIRECTORY.
073560     MOVE WS-CHAIN-SNO(WS-TOR-IX) TO SEARCHNUM
073570     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
073580     IF NOT WS-STU-FOUND
073590         GO TO 7222-EXIT
073600     END-IF
073610*  THE TRANSCRIPT CERTIFIES WHAT IS ON DISK RIGHT NOW.
073620     MOVE sNo(i) TO SM-SNO
073630     PERFORM 8100-READ-MASTER THRU 8100-EXIT
073640     IF NOT WS-MASTER-FOUND
073650         PERFORM 8190-DROP-SLOT THRU 8190-EXIT
073660         GO TO 7222-EXIT
073670     END-IF
073680     PERFORM 8170-REFRESH-SLOT THRU 8170-EXIT
073690     MOVE "Y" TO WS-TOR-FOUND-SW
073700     MOVE sNo(i)           TO WS-TOR-SNO
073710     MOVE fullname(i)      TO WS-TOR-FULLNAME
073720     MOVE course(i)        TO WS-TOR-COURSE
073730     MOVE enroll-status(i) TO WS-TOR-STATUS
073740     MOVE status-term(i)   TO WS-TOR-STATUS-TERM.
073750 7222-EXIT.
073760     EXIT.
073770
073780 7224-TRY-ONE-ARCHIVE.
073790     READ ARCHIVE-FILE NEXT RECORD
073800         AT END
073810             MOVE "Y" TO WS-ARC-EOF-SW
073820             GO TO 7224-EXIT
073830     END-READ
073840     MOVE AR-SNO TO SEARCHTEXT
073850     PERFORM 6130-CHECK-IN-CHAIN THRU 6130-EXIT
073860     IF NOT WS-IN-CHAIN
073870         GO TO 7224-EXIT
073880     END-IF
073890*  THE ARCHIVE IS APPEND-ONLY, SO THE LAST ENTRY SEEN IS THE
073900*  MOST RECENT ONE.
073910     MOVE "Y" TO WS-TOR-FOUND-SW
073920     MOVE AR-SNO         TO WS-TOR-SNO
073930     MOVE AR-FULLNAME    TO WS-TOR-FULLNAME
073940     MOVE AR-COURSE      TO WS-TOR-COURSE
073950     MOVE AR-STATUS      TO WS-TOR-STATUS
073960     MOVE AR-STATUS-TERM TO WS-TOR-STATUS-TERM.
073970 7224-EXIT.
073980     EXIT.
073990
074000*----------------------------------------------------------------
074010*  7240-PRINT-TRANSCRIPT - THE TRANSCRIPT FOR WS-TOR-STUDENT TO
074020*  THE ALREADY-OPEN REPORT-FILE: WHO THE STUDENT IS, EVERY GRADE
074030*  ON GRADE-FILE UNDER ANY NUMBER IN WS-HIST-CHAIN TERM BY TERM
074040*  WITH A TERM GPA AND RUNNING CUMULATIVE GPA AT EACH TERM BREAK,
074050*  THE TOTAL UNITS EARNED, AND THE SIGNATURE BLOCK. WS-TOR-OK
074060*  TELLS THE CALLER IT WAS PRINTED. NO TRANSCRIPT IS ISSUED
074070*  WHILE A HOLD IS ACTIVE ON THE STUDENT; WS-HOLD-ACTIVE TELLS
074080*  THE CALLER THAT WAS WHY.
074090*----------------------------------------------------------------
074100 7240-PRINT-TRANSCRIPT.
074110     MOVE "N" TO WS-TOR-OK-SW
074120     MOVE WS-TOR-SNO TO WS-HOLD-SNO
074130     PERFORM 7410-CHECK-HOLDS THRU 7410-EXIT
074140     IF WS-HOLD-ACTIVE
074150         DISPLAY "TRANSCRIPT REFUSED FOR " WS-TOR-SNO " - "
074160             WS-HOLD-NAME
074170         GO TO 7240-EXIT
074180     END-IF
074190     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
074200     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
074210     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
074220     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
074230     MOVE WS-RPT-RUN-DATE      TO TOR-H1-DATE
074240     MOVE WS-TOR-FULLNAME      TO TOR-NAME
074250     MOVE WS-TOR-SNO           TO TOR-SNO
074260     MOVE WS-TOR-COURSE        TO TOR-COURSE
074270     MOVE WS-TOR-STATUS-TERM   TO TOR-STATUS-TERM
074280     MOVE SPACES               TO TOR-COURSE-TITLE
074290     SET c TO 1
074300     SEARCH WS-CATALOG-ENTRY VARYING c
074310         AT END
074320             CONTINUE
074330         WHEN WS-CAT-CODE(c) = WS-TOR-COURSE
074340             MOVE WS-CAT-TITLE(c) TO TOR-COURSE-TITLE
074350     END-SEARCH
074360     EVALUATE WS-TOR-STATUS
074370         WHEN "A"
074380             MOVE "ACTIVE"    TO TOR-STATUS-TEXT
074390         WHEN "L"
074400             MOVE "ON LEAVE"  TO TOR-STATUS-TEXT
074410         WHEN "G"
074420             MOVE "GRADUATED" TO TOR-STATUS-TEXT
074430         WHEN "W"
074440             MOVE "WITHDRAWN" TO TOR-STATUS-TEXT
074450         WHEN OTHER
074460             MOVE WS-TOR-STATUS TO TOR-STATUS-TEXT
074470     END-EVALUATE
074480
074490     MOVE 0 TO WS-RPT-PAGE-NO
074500     PERFORM 7268-TOR-PAGE-HEADING THRU 7268-EXIT
074510     WRITE RPT-PRINT-LINE FROM TOR-COURSE-LINE
074520         AFTER ADVANCING 1 LINE
074530     WRITE RPT-PRINT-LINE FROM TOR-STATUS-LINE
074540         AFTER ADVANCING 1 LINE
074550     ADD 2 TO WS-RPT-LINE-COUNT
074560     PERFORM 7242-PRINT-ONE-ALIAS THRU 7242-EXIT
074570         VARYING WS-TOR-IX FROM 1 BY 1
074580         UNTIL WS-TOR-IX > WS-CHAIN-COUNT
074590     WRITE RPT-PRINT-LINE FROM TOR-HEADING-2
074600         AFTER ADVANCING 2 LINES
074610     ADD 2 TO WS-RPT-LINE-COUNT
074620
074630     MOVE SPACES TO WS-TOR-PREV-TERM
074640     MOVE 0 TO WS-TOR-GRADES
074650     MOVE 0 TO WS-TOR-TERM-UNITS
074660     MOVE 0 TO WS-TOR-TERM-POINTS
074670     MOVE 0 TO WS-TOR-CUM-UNITS
074680     MOVE 0 TO WS-TOR-CUM-POINTS
074690     MOVE 0 TO WS-TOR-EARNED
074700     SORT TRANSCRIPT-SORT
074710         ON ASCENDING KEY TS-TERM TS-COURSE-CODE
074720         INPUT PROCEDURE 7245-TOR-GRADE-INPUT THRU 7245-EXIT
074730         OUTPUT PROCEDURE 7250-TOR-GRADE-OUTPUT THRU 7250-EXIT
074740
074750     PERFORM 7270-PRINT-TOR-CLOSING THRU 7270-EXIT
074760     MOVE "Y" TO WS-TOR-OK-SW.
074770 7240-EXIT.
074780     EXIT.
074790
074800*  EVERY OTHER NUMBER THE RECORD HAS CARRIED IS NAMED, SO A
074810*  READER HOLDING AN OLD NUMBER CAN TIE THE TRANSCRIPT TO IT.
074820 7242-PRINT-ONE-ALIAS.
074830     IF WS-CHAIN-SNO(WS-TOR-IX) = WS-TOR-SNO
074840         GO TO 7242-EXIT
074850     END-IF
074860     MOVE WS-CHAIN-SNO(WS-TOR-IX) TO TOR-ALIAS-SNO
074870     WRITE RPT-PRINT-LINE FROM TOR-ALIAS-LINE
074880         AFTER ADVANCING 1 LINE
074890     ADD 1 TO WS-RPT-LINE-COUNT.
074900 7242-EXIT.
074910     EXIT.
074920
074930 7245-TOR-GRADE-INPUT.
074940     OPEN INPUT GRADE-FILE
074950     IF WS-FS-GRADE NOT = "00"
074960         GO TO 7245-EXIT
074970     END-IF
074980     MOVE "N" TO WS-GRADE-EOF-SW
074990     PERFORM 7246-RELEASE-TOR-GRADE THRU 7246-EXIT
075000         UNTIL WS-GRADE-EOF
075010     CLOSE GRADE-FILE.
075020 7245-EXIT.
075030     EXIT.
075040
075050 7246-RELEASE-TOR-GRADE.
075060     READ GRADE-FILE NEXT RECORD
075070         AT END
075080             MOVE "Y" TO WS-GRADE-EOF-SW
075090             GO TO 7246-EXIT
075100     END-READ
075110     MOVE GD-SNO TO SEARCHTEXT
075120     PERFORM 6130-CHECK-IN-CHAIN THRU 6130-EXIT
075130     IF NOT WS-IN-CHAIN
075140         GO TO 7246-EXIT
075150     END-IF
075160     MOVE GD-TERM        TO TS-TERM
075170     MOVE GD-COURSE-CODE TO TS-COURSE-CODE
075180     MOVE GD-UNITS       TO TS-UNITS
075190     MOVE GD-GRADE       TO TS-GRADE
075200     RELEASE TS-RECORD.
075210 7246-EXIT.
075220     EXIT.
075230
075240 7250-TOR-GRADE-OUTPUT.
075250     MOVE "N" TO WS-SORT-EOF-SW
075260     PERFORM 7255-TOR-GRADE-ONE THRU 7255-EXIT
075270         UNTIL WS-SORT-EOF
075280     IF WS-TOR-GRADES > 0
075290         PERFORM 7258-PRINT-TERM-TOTAL THRU 7258-EXIT
075300     END-IF.
075310 7250-EXIT.
075320     EXIT.
075330
075340 7255-TOR-GRADE-ONE.
075350     RETURN TRANSCRIPT-SORT
075360         AT END
075370             MOVE "Y" TO WS-SORT-EOF-SW
075380             GO TO 7255-EXIT
075390     END-RETURN
075400
075410*  TERM BREAK - CLOSE OUT THE TERM BEFORE WITH ITS GPA LINE.
075420     IF TS-TERM NOT = WS-TOR-PREV-TERM
075430         IF WS-TOR-GRADES > 0
075440             PERFORM 7258-PRINT-TERM-TOTAL THRU 7258-EXIT
075450         END-IF
075460         MOVE TS-TERM TO WS-TOR-PREV-TERM
075470         MOVE 0 TO WS-TOR-TERM-UNITS
075480         MOVE 0 TO WS-TOR-TERM-POINTS
075490         PERFORM 7257-PRINT-TERM-HEAD THRU 7257-EXIT
075500     END-IF
075510
075520     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
075530         PERFORM 7268-TOR-PAGE-HEADING THRU 7268-EXIT
075540         WRITE RPT-PRINT-LINE FROM TOR-HEADING-2
075550             AFTER ADVANCING 2 LINES
075560         ADD 2 TO WS-RPT-LINE-COUNT
075570         PERFORM 7257-PRINT-TERM-HEAD THRU 7257-EXIT
075580     END-IF
075590
075600     MOVE TS-COURSE-CODE TO TOR-DET-CODE
075610     MOVE TS-UNITS       TO TOR-DET-UNITS
075620     MOVE TS-GRADE       TO TOR-DET-GRADE
075630     IF TS-GRADE > WS-PASSING-GRADE
075640         MOVE "FAILED" TO TOR-DET-REMARK
075650     ELSE
075660         MOVE "PASSED" TO TOR-DET-REMARK
075670         ADD TS-UNITS TO WS-TOR-EARNED
075680     END-IF
075690     WRITE RPT-PRINT-LINE FROM TOR-DETAIL-LINE
075700         AFTER ADVANCING 1 LINE
075710     ADD 1 TO WS-RPT-LINE-COUNT
075720
075730     ADD 1 TO WS-TOR-GRADES
075740     ADD TS-UNITS TO WS-TOR-TERM-UNITS
075750     ADD TS-UNITS TO WS-TOR-CUM-UNITS
075760     COMPUTE WS-TOR-TERM-POINTS =
075770         WS-TOR-TERM-POINTS + (TS-GRADE * TS-UNITS)
075780     COMPUTE WS-TOR-CUM-POINTS =
075790         WS-TOR-CUM-POINTS + (TS-GRADE * TS-UNITS).
075800 7255-EXIT.
075810     EXIT.
075820
075830 7257-PRINT-TERM-HEAD.
075840     MOVE WS-TOR-PREV-TERM TO TOR-TERM
075850     WRITE RPT-PRINT-LINE FROM TOR-TERM-LINE
075860         AFTER ADVANCING 2 LINES
075870     ADD 2 TO WS-RPT-LINE-COUNT.
075880 7257-EXIT.
075890     EXIT.
075900
075910 7258-PRINT-TERM-TOTAL.
075920     MOVE WS-TOR-TERM-UNITS TO TOR-TT-UNITS
075930     MOVE 0 TO TOR-TT-GPA
075940     MOVE 0 TO TOR-TT-CUM-GPA
075950     IF WS-TOR-TERM-UNITS > 0
075960         COMPUTE TOR-TT-GPA ROUNDED =
075970             WS-TOR-TERM-POINTS / WS-TOR-TERM-UNITS
075980     END-IF
075990     IF WS-TOR-CUM-UNITS > 0
076000         COMPUTE TOR-TT-CUM-GPA ROUNDED =
076010             WS-TOR-CUM-POINTS / WS-TOR-CUM-UNITS
076020     END-IF
076030     WRITE RPT-PRINT-LINE FROM TOR-TERM-TOTAL-LINE
076040         AFTER ADVANCING 1 LINE
076050     ADD 1 TO WS-RPT-LINE-COUNT.
076060 7258-EXIT.
076070     EXIT.
076080
076090 7268-TOR-PAGE-HEADING.
076100     ADD 1 TO WS-RPT-PAGE-NO
076110     MOVE WS-RPT-PAGE-NO TO TOR-H1-PAGE
076120     WRITE RPT-PRINT-LINE FROM TOR-HEADING-1
076130         AFTER ADVANCING PAGE
076140     WRITE RPT-PRINT-LINE FROM TOR-NAME-LINE
076150         AFTER ADVANCING 2 LINES
076160     WRITE RPT-PRINT-LINE FROM TOR-SNO-LINE
076170         AFTER ADVANCING 1 LINE
076180     MOVE 4 TO WS-RPT-LINE-COUNT.
076190 7268-EXIT.
076200     EXIT.
076210
076220*----------------------------------------------------------------
076230*  7270-PRINT-TOR-CLOSING - TOTAL UNITS EARNED, THE CUMULATIVE
076240*  GPA OVER EVERY GRADE, AND THE SIGNATURE BLOCK. THE BLOCK IS
076250*  KEPT WHOLE ON ONE PAGE.
076260*----------------------------------------------------------------
076270 7270-PRINT-TOR-CLOSING.
076280     IF WS-RPT-LINE-COUNT > WS-RPT-LINES-PER-PAGE - 16
076290         PERFORM 7268-TOR-PAGE-HEADING THRU 7268-EXIT
076300     END-IF
076310     IF WS-TOR-GRADES = 0
076320         WRITE RPT-PRINT-LINE FROM TOR-NONE-LINE
076330             AFTER ADVANCING 2 LINES
076340     ELSE
076350         MOVE WS-TOR-EARNED TO TOR-EARNED
076360         MOVE 0 TO TOR-CUM-GPA
076370         IF WS-TOR-CUM-UNITS > 0
076380             COMPUTE TOR-CUM-GPA ROUNDED =
076390                 WS-TOR-CUM-POINTS / WS-TOR-CUM-UNITS
076400         END-IF
076410         WRITE RPT-PRINT-LINE FROM TOR-EARNED-LINE
076420             AFTER ADVANCING 3 LINES
076430         WRITE RPT-PRINT-LINE FROM TOR-CUM-GPA-LINE
076440             AFTER ADVANCING 1 LINE
076450     END-IF
076460     WRITE RPT-PRINT-LINE FROM TOR-END-LINE
076470         AFTER ADVANCING 2 LINES
076480     WRITE RPT-PRINT-LINE FROM TOR-SEAL-LINE
076490         AFTER ADVANCING 2 LINES
076500     WRITE RPT-PRINT-LINE FROM LTR-SIGN-RULE
076510         AFTER ADVANCING 4 LINES
076520     WRITE RPT-PRINT-LINE FROM LTR-SIGN-TITLE
076530         AFTER ADVANCING 1 LINE.
076540 7270-EXIT.
076550     EXIT.
076560
076570******************************************************************
076580*  7300-COLLECTION-REPORT - THE DAILY CASHIER COLLECTION REPORT  *
076590*  (MENU [23] OR PARM='COLLECT', OPTIONALLY PARM='COLLECT        *
076600*  YYYYMMDD' FOR ONE DAY). SORTS THE PAYMENT LEDGER BY DATE,     *
076610*  COURSE AND RECEIPT NUMBER AND PRINTS EVERY RECEIPT AND        *
076620*  REVERSAL WITH A SUBTOTAL PER COURSE, A TOTAL PER DATE AND A   *
076630*  GRAND TOTAL - WHAT THE CASHIER REMITS, RECONCILED RECEIPT BY  *
076640*  RECEIPT AGAINST WHAT WAS POSTED TO STUASSES.                  *
076650******************************************************************
076660 7300-COLLECTION-REPORT.
076670*  AT THE MENU THE OPERATOR NAMES THE DAY (OR BLANKS IT FOR
076680*  EVERY DAY ON THE LEDGER); UNATTENDED, THE PARM TAIL ALREADY
076690*  DID.
076700     IF NOT WS-MODE-COLLECT
076710         DISPLAY "ENTER COLLECTION DATE (YYYYMMDD, BLANK FOR "
076720             "ALL): " WITH NO ADVANCING
076730         ACCEPT WS-COL-DATE
076740     END-IF
076750     IF WS-COL-DATE NOT = SPACES
076760             AND WS-COL-DATE IS NOT NUMERIC
076770         DISPLAY "INVALID DATE - ENTER EIGHT DIGITS OR LEAVE "
076780             "BLANK."
076790         GO TO 7300-EXIT
076800     END-IF
076810
076820     OPEN INPUT PAYMENT-LEDGER
076830     IF WS-FS-PAYLEDG NOT = "00"
076840         DISPLAY "NO PAYMENTS ON FILE (STATUS=" WS-FS-PAYLEDG ")."
076850         GO TO 7300-EXIT
076860     END-IF
076870     CLOSE PAYMENT-LEDGER
076880     OPEN OUTPUT REPORT-FILE
076890     IF WS-FS-REPORT NOT = "00"
076900         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
076910             WS-FS-REPORT
076920         GO TO 7300-EXIT
076930     END-IF
076940
076950     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
076960     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
076970     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
076980     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
076990     MOVE WS-RPT-RUN-DATE      TO COL-H1-DATE
077000     IF WS-COL-DATE = SPACES
077010         MOVE "ALL DATES" TO COL-H2-FOR
077020     ELSE
077030         MOVE WS-COL-DATE TO WS-COL-DATE-IN
077040         PERFORM 7307-EDIT-LEDGER-DATE THRU 7307-EXIT
077050         MOVE WS-COL-DATE-ED TO COL-H2-FOR
077060     END-IF
077070
077080     MOVE 0 TO WS-RPT-PAGE-NO
077090     MOVE 0 TO WS-COL-SUB-COUNT
077100     MOVE 0 TO WS-COL-DAY-COUNT
077110     MOVE 0 TO WS-COL-ALL-COUNT
077120     MOVE 0 TO WS-COL-SUB-AMOUNT
077130     MOVE 0 TO WS-COL-DAY-AMOUNT
077140     MOVE 0 TO WS-COL-ALL-AMOUNT
077150     MOVE "Y" TO WS-RPT-FIRST-SW
077160     PERFORM 7365-COL-PAGE-HEADING THRU 7365-EXIT
077170
077180     SORT PAYMENT-SORT
077190         ON ASCENDING KEY PS-DATE PS-COURSE PS-OR-NO PS-TIME
077200         INPUT PROCEDURE 7310-COLLECTION-INPUT THRU 7310-EXIT
077210         OUTPUT PROCEDURE 7320-COLLECTION-OUTPUT THRU 7320-EXIT
077220
077230     CLOSE REPORT-FILE
077240     DISPLAY " "
077250     DISPLAY "  ====COLLECTION SUMMARY===="
077260     DISPLAY "LEDGER ENTRIES REPORTED  : " WS-COL-ALL-COUNT
077270     MOVE WS-COL-ALL-AMOUNT TO WS-COL-MONEY-ED
077280     DISPLAY "NET COLLECTIONS          : " WS-COL-MONEY-ED
077290     DISPLAY "DAILY COLLECTION REPORT WRITTEN TO STUREPT.".
077300 7300-EXIT.
077310     EXIT.
077320
077330*----------------------------------------------------------------
077340*  7305-LEDGER-TO-SORT - BUILDS THE SORT RECORD FOR THE LEDGER
077350*  ENTRY IN HAND, SHARED BY THE COLLECTION REPORT AND THE
077360*  BALANCE REPORT'S PAYMENT HISTORY. A REVERSAL GOES IN
077370*  NEGATIVE SO EVERY TOTAL NETS IT AGAINST ITS PAYMENT.
077380*----------------------------------------------------------------
077390 7305-LEDGER-TO-SORT.
077400     MOVE PL-COURSE  TO PS-COURSE
077410     MOVE PL-SNO     TO PS-SNO
077420     MOVE PL-TERM    TO PS-TERM
077430     MOVE "L"        TO PS-KIND
077440     MOVE PL-DATE    TO PS-DATE
077450     MOVE PL-TIME    TO PS-TIME
077460     MOVE PL-OR-NO   TO PS-OR-NO
077470     MOVE PL-TYPE    TO PS-TYPE
077480     MOVE PL-USER-ID TO PS-USER-ID
077490     MOVE 0          TO PS-PAID
077500     IF PL-IS-REVERSAL
077510         COMPUTE PS-AMOUNT = 0 - PL-AMOUNT
077520     ELSE
077530         MOVE PL-AMOUNT TO PS-AMOUNT
077540     END-IF.
077550 7305-EXIT.
077560     EXIT.
077570
077580*  LEDGER DATES ARE YYYYMMDD; REPORTS SHOW THEM AS YYYY-MM-DD.
077590*  THE CALLER LEAVES THE DATE IN WS-COL-DATE-IN.
077600 7307-EDIT-LEDGER-DATE.
077610     MOVE WS-COL-DATE-YYYY TO WS-COL-ED-YYYY
077620     MOVE WS-COL-DATE-MM   TO WS-COL-ED-MM
077630     MOVE WS-COL-DATE-DD   TO WS-COL-ED-DD.
077640 7307-EXIT.
077650     EXIT.
077660
077670 7310-COLLECTION-INPUT.
077680     OPEN INPUT PAYMENT-LEDGER
077690     IF WS-FS-PAYLEDG NOT = "00"
077700         GO TO 7310-EXIT
077710     END-IF
077720     MOVE "N" TO WS-PL-EOF-SW
077730     PERFORM 7315-RELEASE-ONE-RECEIPT THRU 7315-EXIT
077740         UNTIL WS-PL-EOF
077750     CLOSE PAYMENT-LEDGER.
077760 7310-EXIT.
077770     EXIT.
077780
077790 7315-RELEASE-ONE-RECEIPT.
077800     READ PAYMENT-LEDGER NEXT RECORD
077810         AT END
077820             MOVE "Y" TO WS-PL-EOF-SW
077830             GO TO 7315-EXIT
077840     END-READ
077850     IF WS-COL-DATE NOT = SPACES
077860         MOVE WS-COL-DATE TO WS-COL-DATE-IN
077870         IF PL-DATE NOT = WS-COL-DATE-IN
077880             GO TO 7315-EXIT
077890         END-IF
077900     END-IF
077910     PERFORM 7305-LEDGER-TO-SORT THRU 7305-EXIT
077920     RELEASE PS-RECORD.
077930 7315-EXIT.
077940     EXIT.
077950
077960 7320-COLLECTION-OUTPUT.
077970     MOVE "N" TO WS-SORT-EOF-SW
077980     PERFORM 7325-COLLECTION-ONE THRU 7325-EXIT
077990         UNTIL WS-SORT-EOF
078000     IF WS-RPT-FIRST
078010         WRITE RPT-PRINT-LINE FROM COL-NONE-LINE
078020             AFTER ADVANCING 2 LINES
078030     ELSE
078040         PERFORM 7340-PRINT-COURSE-TOTAL THRU 7340-EXIT
078050         PERFORM 7345-PRINT-DATE-TOTAL THRU 7345-EXIT
078060     END-IF
078070     MOVE "GRAND TOTAL"     TO COL-TOT-LABEL
078080     MOVE WS-COL-ALL-COUNT  TO COL-TOT-COUNT
078090     MOVE WS-COL-ALL-AMOUNT TO COL-TOT-AMOUNT
078100     WRITE RPT-PRINT-LINE FROM COL-TOTAL-LINE
078110         AFTER ADVANCING 2 LINES.
078120 7320-EXIT.
078130     EXIT.
078140
078150 7325-COLLECTION-ONE.
078160     RETURN PAYMENT-SORT
078170         AT END
078180             MOVE "Y" TO WS-SORT-EOF-SW
078190             GO TO 7325-EXIT
078200     END-RETURN
078210
078220*  DATE BREAK CLOSES THE COURSE AND THE DAY BEFORE IT; A COURSE
078230*  BREAK WITHIN THE DAY CLOSES ONLY THE COURSE.
078240     IF WS-RPT-FIRST
078250         MOVE "N" TO WS-RPT-FIRST-SW
078260         MOVE PS-DATE   TO WS-PREV-COL-DATE
078270         MOVE PS-COURSE TO WS-PREV-COURSE
078280         PERFORM 7330-PRINT-DATE-HEAD THRU 7330-EXIT
078290         PERFORM 7335-PRINT-COURSE-HEAD THRU 7335-EXIT
078300     ELSE
078310         IF PS-DATE NOT = WS-PREV-COL-DATE
078320             PERFORM 7340-PRINT-COURSE-TOTAL THRU 7340-EXIT
078330             PERFORM 7345-PRINT-DATE-TOTAL THRU 7345-EXIT
078340             MOVE PS-DATE   TO WS-PREV-COL-DATE
078350             MOVE PS-COURSE TO WS-PREV-COURSE
078360             PERFORM 7330-PRINT-DATE-HEAD THRU 7330-EXIT
078370             PERFORM 7335-PRINT-COURSE-HEAD THRU 7335-EXIT
078380         ELSE
078390             IF PS-COURSE NOT = WS-PREV-COURSE
078400                 PERFORM 7340-PRINT-COURSE-TOTAL THRU 7340-EXIT
078410                 MOVE PS-COURSE TO WS-PREV-COURSE
078420                 PERFORM 7335-PRINT-COURSE-HEAD THRU 7335-EXIT
078430             END-IF
078440         END-IF
078450     END-IF
078460
078470     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
078480         PERFORM 7365-COL-PAGE-HEADING THRU 7365-EXIT
078490         PERFORM 7330-PRINT-DATE-HEAD THRU 7330-EXIT
078500         PERFORM 7335-PRINT-COURSE-HEAD THRU 7335-EXIT
078510     END-IF
078520
078530     MOVE PS-OR-NO   TO COL-DET-OR-NO
078540     MOVE PS-SNO     TO COL-DET-SNO
078550     MOVE PS-TERM    TO COL-DET-TERM
078560     IF PS-TYPE = "V"
078570         MOVE "REVERSAL" TO COL-DET-TYPE
078580     ELSE
078590         MOVE "PAYMENT"  TO COL-DET-TYPE
078600     END-IF
078610     MOVE PS-AMOUNT  TO COL-DET-AMOUNT
078620     MOVE PS-USER-ID TO COL-DET-USER
078630     WRITE RPT-PRINT-LINE FROM COL-DETAIL-LINE
078640         AFTER ADVANCING 1 LINE
078650     ADD 1 TO WS-RPT-LINE-COUNT
078660     ADD 1 TO WS-COL-SUB-COUNT
078670     ADD PS-AMOUNT TO WS-COL-SUB-AMOUNT.
078680 7325-EXIT.
078690     EXIT.
078700
078710 7330-PRINT-DATE-HEAD.
078720     MOVE WS-PREV-COL-DATE TO WS-COL-DATE-IN
078730     PERFORM 7307-EDIT-LEDGER-DATE THRU 7307-EXIT
078740     MOVE WS-COL-DATE-ED TO COL-DATE
078750     WRITE RPT-PRINT-LINE FROM COL-DATE-LINE
078760         AFTER ADVANCING 2 LINES
078770     ADD 2 TO WS-RPT-LINE-COUNT.
078780 7330-EXIT.
078790     EXIT.
078800
078810 7335-PRINT-COURSE-HEAD.
078820     MOVE WS-PREV-COURSE TO COL-COURSE
078830     WRITE RPT-PRINT-LINE FROM COL-COURSE-LINE
078840         AFTER ADVANCING 2 LINES
078850     ADD 2 TO WS-RPT-LINE-COUNT.
078860 7335-EXIT.
078870     EXIT.
078880
078890 7340-PRINT-COURSE-TOTAL.
078900     MOVE "COURSE TOTAL"    TO COL-TOT-LABEL
078910     MOVE WS-COL-SUB-COUNT  TO COL-TOT-COUNT
078920     MOVE WS-COL-SUB-AMOUNT TO COL-TOT-AMOUNT
078930     WRITE RPT-PRINT-LINE FROM COL-TOTAL-LINE
078940         AFTER ADVANCING 1 LINE
078950     ADD 1 TO WS-RPT-LINE-COUNT
078960     ADD WS-COL-SUB-COUNT  TO WS-COL-DAY-COUNT
078970     ADD WS-COL-SUB-AMOUNT TO WS-COL-DAY-AMOUNT
078980     MOVE 0 TO WS-COL-SUB-COUNT
078990     MOVE 0 TO WS-COL-SUB-AMOUNT.
079000 7340-EXIT.
079010     EXIT.
079020
079030 7345-PRINT-DATE-TOTAL.
079040     MOVE "DATE TOTAL"      TO COL-TOT-LABEL
079050     MOVE WS-COL-DAY-COUNT  TO COL-TOT-COUNT
079060     MOVE WS-COL-DAY-AMOUNT TO COL-TOT-AMOUNT
079070     WRITE RPT-PRINT-LINE FROM COL-TOTAL-LINE
079080         AFTER ADVANCING 2 LINES
079090     ADD 2 TO WS-RPT-LINE-COUNT
079100     ADD WS-COL-DAY-COUNT  TO WS-COL-ALL-COUNT
079110     ADD WS-COL-DAY-AMOUNT TO WS-COL-ALL-AMOUNT
079120     MOVE 0 TO WS-COL-DAY-COUNT
079130     MOVE 0 TO WS-COL-DAY-AMOUNT.
079140 7345-EXIT.
079150     EXIT.
079160
079170 7365-COL-PAGE-HEADING.
079180     ADD 1 TO WS-RPT-PAGE-NO
079190     MOVE WS-RPT-PAGE-NO TO COL-H1-PAGE
079200     WRITE RPT-PRINT-LINE FROM COL-HEADING-1
079210         AFTER ADVANCING PAGE
079220     WRITE RPT-PRINT-LINE FROM COL-HEADING-2
079230         AFTER ADVANCING 1 LINE
079240     WRITE RPT-PRINT-LINE FROM COL-HEADING-3
079250         AFTER ADVANCING 2 LINES
079260     MOVE 4 TO WS-RPT-LINE-COUNT.
079270 7365-EXIT.
079280     EXIT.
079290
079300******************************************************************
079310*  7400-HOLD-MAINTENANCE - MENU [24], SUPERVISOR ONLY. LISTS THE *
079320*  HOLDS ON ONE STUDENT AND PLACES OR RELEASES ONE. THE NUMBER   *
079330*  KEYED MAY BE A CURRENT STUDENT'S, AN ALUMNUS' ON THE ARCHIVE  *
079340*  OR ONE SINCE CORRECTED - THE HOLD GOES UNDER THE NUMBER THE   *
079350*  RECORD CARRIES NOW, THE SAME LOOKUP THE TRANSCRIPT USES.      *
079360******************************************************************
079370 7400-HOLD-MAINTENANCE.
079380     DISPLAY "  ====STUDENT HOLDS===="
079390     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
079400     ACCEPT SEARCHNUM
079410
079420     PERFORM 7220-FIND-TOR-STUDENT THRU 7220-EXIT
079430     IF NOT WS-TOR-FOUND
079440         DISPLAY "Student not found in the directory or archive."
079450         GO TO 7400-EXIT
079460     END-IF
079470     MOVE WS-TOR-SNO TO WS-HOLD-SNO
079480     DISPLAY "STUDENT: " WS-TOR-SNO " " WS-TOR-FULLNAME
079490     PERFORM 7440-LIST-HOLDS THRU 7440-EXIT
079500
079510     DISPLAY "P=PLACE A HOLD  R=RELEASE A HOLD  "
079520         "(ENTER TO CANCEL): " WITH NO ADVANCING
079530     ACCEPT WS-HOLD-ACTION
079540     IF WS-HOLD-ACTION NOT = "P" AND WS-HOLD-ACTION NOT = "R"
079550         GO TO 7400-EXIT
079560     END-IF
079570
079580     DISPLAY "HOLD TYPE (LIB/FIN/DSC/REG): " WITH NO ADVANCING
079590     ACCEPT WS-HOLD-TYPE
079600     IF NOT WS-HOLD-TYPE-VALID
079610         DISPLAY "INVALID HOLD TYPE - ENTER LIB, FIN, DSC OR REG."
079620         GO TO 7400-EXIT
079630     END-IF
079640     DISPLAY "PLACING OFFICE: " WITH NO ADVANCING
079650     ACCEPT WS-HOLD-OFFICE
079660     IF WS-HOLD-OFFICE = SPACES
079670         DISPLAY "THE PLACING OFFICE MUST BE GIVEN."
079680         GO TO 7400-EXIT
079690     END-IF
079700
079710     IF WS-HOLD-ACTION = "P"
079720         DISPLAY "REMARK: " WITH NO ADVANCING
079730         ACCEPT WS-HOLD-REMARK
079740         PERFORM 7450-PLACE-HOLD THRU 7450-EXIT
079750     ELSE
079760         PERFORM 7460-RELEASE-HOLD THRU 7460-EXIT
079770     END-IF
079780     EVALUATE TRUE
079790         WHEN WS-HOLD-DONE
079800             IF WS-HOLD-ACTION = "P"
079810                 DISPLAY "HOLD PLACED."
079820             ELSE
079830                 DISPLAY "HOLD RELEASED."
079840             END-IF
079850         WHEN WS-HOLD-ALREADY
079860             DISPLAY "THAT OFFICE ALREADY HAS A " WS-HOLD-TYPE
079870                 " HOLD ON THIS STUDENT."
079880         WHEN WS-HOLD-NONE
079890             DISPLAY "NO ACTIVE " WS-HOLD-TYPE " HOLD FROM "
079900                 WS-HOLD-OFFICE " TO RELEASE."
079910         WHEN OTHER
079920             DISPLAY "HOLD FILE COULD NOT BE UPDATED, STATUS="
079930                 WS-FS-HOLD
079940     END-EVALUATE.
079950 7400-EXIT.
079960     EXIT.
079970
079980*----------------------------------------------------------------
079990*  7405-POSITION-HOLDS - STARTS THE OPEN HOLD-FILE AT THE FIRST
080000*  HOLD FOR WS-HOLD-SNO. WS-HD-EOF IS SET WHEN THERE IS NONE.
080010*----------------------------------------------------------------
080020 7405-POSITION-HOLDS.
080030     MOVE "N" TO WS-HD-EOF-SW
080040     MOVE LOW-VALUES  TO HD-KEY
080050     MOVE WS-HOLD-SNO TO HD-SNO
080060     START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
080070         INVALID KEY
080080             MOVE "Y" TO WS-HD-EOF-SW
080090     END-START.
080100 7405-EXIT.
080110     EXIT.
080120
080130******************************************************************
080140*  7410-CHECK-HOLDS - THE GATE EVERY BLOCKED PATH CALLS. SETS    *
080150*  WS-HOLD-ACTIVE WHEN WS-HOLD-SNO HAS ANY HOLD NOT YET RELEASED,*
080160*  AND LEAVES WS-HOLD-NAME DESCRIBING THE FIRST ONE FOR THE      *
080170*  CALLER'S REFUSAL MESSAGE. NO HOLD FILE YET MEANS NO HOLDS.    *
080180******************************************************************
080190 7410-CHECK-HOLDS.
080200     MOVE "N" TO WS-HOLD-ACTIVE-SW
080210     MOVE SPACES TO WS-HOLD-TYPE
080220     MOVE SPACES TO WS-HOLD-OFFICE
080230     OPEN INPUT HOLD-FILE
080240     IF WS-FS-HOLD NOT = "00"
080250         GO TO 7410-EXIT
080260     END-IF
080270     PERFORM 7405-POSITION-HOLDS THRU 7405-EXIT
080280     PERFORM 7455-SCAN-ONE-HOLD THRU 7455-EXIT
080290         UNTIL WS-HD-EOF OR WS-HOLD-ACTIVE
080300     IF WS-HOLD-ACTIVE
080310         PERFORM 7415-NAME-HOLD THRU 7415-EXIT
080320     END-IF
080330     CLOSE HOLD-FILE.
080340 7410-EXIT.
080350     EXIT.
080360
080370 7415-NAME-HOLD.
080380     MOVE HD-TYPE   TO WS-HN-TYPE
080390     MOVE HD-OFFICE TO WS-HN-OFFICE
080400     MOVE HD-DATE-PLACED TO WS-COL-DATE-IN
080410     PERFORM 7307-EDIT-LEDGER-DATE THRU 7307-EXIT
080420     MOVE WS-COL-DATE-ED TO WS-HN-DATE.
080430 7415-EXIT.
080440     EXIT.
080450
080460*  EVERY HOLD ON THE STUDENT, ACTIVE OR RELEASED, FOR THE
080470*  SUPERVISOR DECIDING WHAT TO PLACE OR RELEASE.
080480 7440-LIST-HOLDS.
080490     OPEN INPUT HOLD-FILE
080500     IF WS-FS-HOLD NOT = "00"
080510         DISPLAY "NO HOLDS ON FILE."
080520         GO TO 7440-EXIT
080530     END-IF
080540     PERFORM 7405-POSITION-HOLDS THRU 7405-EXIT
080550     MOVE 0 TO WS-HLD-SUB-COUNT
080560     PERFORM 7445-LIST-ONE-HOLD THRU 7445-EXIT
080570         UNTIL WS-HD-EOF
080580     CLOSE HOLD-FILE
080590     IF WS-HLD-SUB-COUNT = 0
080600         DISPLAY "NO HOLDS ON FILE."
080610     END-IF.
080620 7440-EXIT.
080630     EXIT.
080640
080650 7445-LIST-ONE-HOLD.
080660     READ HOLD-FILE NEXT RECORD
080670         AT END
080680             MOVE "Y" TO WS-HD-EOF-SW
080690             GO TO 7445-EXIT
080700     END-READ
080710     IF HD-SNO NOT = WS-HOLD-SNO
080720         MOVE "Y" TO WS-HD-EOF-SW
080730         GO TO 7445-EXIT
080740     END-IF
080750     ADD 1 TO WS-HLD-SUB-COUNT
080760     PERFORM 7415-NAME-HOLD THRU 7415-EXIT
080770     IF HD-ACTIVE
080780         DISPLAY WS-HOLD-NAME " - ACTIVE   " HD-REMARK
080790     ELSE
080800         MOVE HD-DATE-RELEASED TO WS-COL-DATE-IN
080810         PERFORM 7307-EDIT-LEDGER-DATE THRU 7307-EXIT
080820         DISPLAY WS-HOLD-NAME " - RELEASED " WS-COL-DATE-ED
080830     END-IF.
080840 7445-EXIT.
080850     EXIT.
080860
080870******************************************************************
080880*  7450-PLACE-HOLD - SHARED BY MENU [24] AND TRANSIN CODE "H".   *
080890*  WRITES A NEW ACTIVE HOLD OF WS-HOLD-TYPE FROM WS-HOLD-OFFICE  *
080900*  ON WS-HOLD-SNO, STAMPED WITH THE DATE, TIME AND OPERATOR.     *
080910*  ONE OFFICE CANNOT STACK A SECOND ACTIVE HOLD OF THE SAME TYPE *
080920*  ON THE SAME STUDENT. WS-HOLD-RC TELLS THE CALLER WHICH        *
080930*  HAPPENED. THE FIRST HOLD EVER CREATES THE FILE.               *
080940******************************************************************
080950 7450-PLACE-HOLD.
080960     MOVE SPACE TO WS-HOLD-RC
080970     OPEN I-O HOLD-FILE
080980     IF WS-FS-HOLD = "35"
080990         OPEN OUTPUT HOLD-FILE
081000         CLOSE HOLD-FILE
081010         OPEN I-O HOLD-FILE
081020     END-IF
081030     IF WS-FS-HOLD NOT = "00"
081040         SET WS-HOLD-WRITE-FAIL TO TRUE
081050         GO TO 7450-EXIT
081060     END-IF
081070     MOVE "N" TO WS-HOLD-ACTIVE-SW
081080     PERFORM 7405-POSITION-HOLDS THRU 7405-EXIT
081090     PERFORM 7455-SCAN-ONE-HOLD THRU 7455-EXIT
081100         UNTIL WS-HD-EOF OR WS-HOLD-ACTIVE
081110     IF WS-HOLD-ACTIVE
081120         SET WS-HOLD-ALREADY TO TRUE
081130         CLOSE HOLD-FILE
081140         GO TO 7450-EXIT
081150     END-IF
081160
081170     MOVE WS-HOLD-SNO    TO HD-SNO
081180     MOVE WS-HOLD-TYPE   TO HD-TYPE
081190     MOVE WS-HOLD-OFFICE TO HD-OFFICE
081200     ACCEPT HD-DATE-PLACED FROM DATE YYYYMMDD
081210     ACCEPT HD-TIME-PLACED FROM TIME
081220     MOVE 0              TO HD-DATE-RELEASED
081230     MOVE WS-USER-ID     TO HD-PLACED-BY
081240     MOVE SPACES         TO HD-RELEASED-BY
081250     MOVE WS-HOLD-REMARK TO HD-REMARK
081260     WRITE HD-RECORD
081270         INVALID KEY
081280             SET WS-HOLD-WRITE-FAIL TO TRUE
081290         NOT INVALID KEY
081300             SET WS-HOLD-DONE TO TRUE
081310     END-WRITE
081320     CLOSE HOLD-FILE.
081330 7450-EXIT.
081340     EXIT.
081350
081360*----------------------------------------------------------------
081370*  7455-SCAN-ONE-HOLD - READS THE NEXT HOLD ON WS-HOLD-SNO FROM
081380*  THE POSITIONED FILE. SETS WS-HOLD-ACTIVE ON AN ACTIVE HOLD OF
081390*  WS-HOLD-TYPE FROM WS-HOLD-OFFICE, OR ON ANY ACTIVE HOLD WHEN
081400*  BOTH ARE BLANK, LEAVING THAT HOLD IN HD-RECORD.
081410*----------------------------------------------------------------
081420 7455-SCAN-ONE-HOLD.
081430     READ HOLD-FILE NEXT RECORD
081440         AT END
081450             MOVE "Y" TO WS-HD-EOF-SW
081460             GO TO 7455-EXIT
081470     END-READ
081480     IF HD-SNO NOT = WS-HOLD-SNO
081490         MOVE "Y" TO WS-HD-EOF-SW
081500         GO TO 7455-EXIT
081510     END-IF
081520     IF NOT HD-ACTIVE
081530         GO TO 7455-EXIT
081540     END-IF
081550     IF WS-HOLD-TYPE = SPACES AND WS-HOLD-OFFICE = SPACES
081560         MOVE "Y" TO WS-HOLD-ACTIVE-SW
081570         GO TO 7455-EXIT
081580     END-IF
081590     IF HD-TYPE = WS-HOLD-TYPE AND HD-OFFICE = WS-HOLD-OFFICE
081600         MOVE "Y" TO WS-HOLD-ACTIVE-SW
081610     END-IF.
081620 7455-EXIT.
081630     EXIT.
081640
081650******************************************************************
081660*  7460-RELEASE-HOLD - SHARED BY MENU [24] AND TRANSIN CODE "U". *
081670*  STAMPS THE ACTIVE WS-HOLD-TYPE HOLD FROM WS-HOLD-OFFICE ON    *
081680*  WS-HOLD-SNO RELEASED TODAY BY THIS OPERATOR. THE HOLD STAYS   *
081690*  ON FILE AS HISTORY.                                           *
081700******************************************************************
081710 7460-RELEASE-HOLD.
081720     MOVE SPACE TO WS-HOLD-RC
081730     OPEN I-O HOLD-FILE
081740     IF WS-FS-HOLD NOT = "00"
081750         SET WS-HOLD-NONE TO TRUE
081760         GO TO 7460-EXIT
081770     END-IF
081780     MOVE "N" TO WS-HOLD-ACTIVE-SW
081790     PERFORM 7405-POSITION-HOLDS THRU 7405-EXIT
081800     PERFORM 7455-SCAN-ONE-HOLD THRU 7455-EXIT
081810         UNTIL WS-HD-EOF OR WS-HOLD-ACTIVE
081820     IF NOT WS-HOLD-ACTIVE
081830         SET WS-HOLD-NONE TO TRUE
081840         CLOSE HOLD-FILE
081850         GO TO 7460-EXIT
081860     END-IF
081870     ACCEPT HD-DATE-RELEASED FROM DATE YYYYMMDD
081880     MOVE WS-USER-ID TO HD-RELEASED-BY
081890     REWRITE HD-RECORD
081900         INVALID KEY
081910             SET WS-HOLD-WRITE-FAIL TO TRUE
081920         NOT INVALID KEY
081930             SET WS-HOLD-DONE TO TRUE
081940     END-REWRITE
081950     CLOSE HOLD-FILE.
081960 7460-EXIT.
081970     EXIT.
081980
081990******************************************************************
082000*  7470-HOLDS-REPORT - ACTIVE HOLDS BY OFFICE (MENU [25] OR      *
082010*  PARM='HOLDRPT', OPTIONALLY PARM='HOLDRPT OFFICE' FOR ONE      *
082020*  OFFICE). ONE SECTION PER PLACING OFFICE, IN TYPE AND STUDENT  *
082030*  ORDER, WITH A COUNT PER OFFICE AND IN ALL - EACH OFFICE'S     *
082040*  WORKLIST FOR REVIEWING AND RELEASING ITS OWN HOLDS.           *
082050******************************************************************
082060 7470-HOLDS-REPORT.
082070     IF NOT WS-MODE-HOLDRPT
082080         DISPLAY "ENTER OFFICE (BLANK FOR ALL): "
082090             WITH NO ADVANCING
082100         ACCEPT WS-HLD-OFFICE
082110     END-IF
082120
082130     OPEN INPUT HOLD-FILE
082140     IF WS-FS-HOLD NOT = "00"
082150         DISPLAY "NO HOLDS ON FILE (STATUS=" WS-FS-HOLD ")."
082160         GO TO 7470-EXIT
082170     END-IF
082180     CLOSE HOLD-FILE
082190     OPEN OUTPUT REPORT-FILE
082200     IF WS-FS-REPORT NOT = "00"
082210         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
082220             WS-FS-REPORT
082230         GO TO 7470-EXIT
082240     END-IF
082250
082260     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
082270     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
082280     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
082290     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
082300     MOVE WS-RPT-RUN-DATE      TO HLD-H1-DATE
082310     MOVE 0 TO WS-RPT-PAGE-NO
082320     MOVE 0 TO WS-HLD-SUB-COUNT
082330     MOVE 0 TO WS-HLD-ALL-COUNT
082340     MOVE "Y" TO WS-RPT-FIRST-SW
082350     PERFORM 7495-HLD-PAGE-HEADING THRU 7495-EXIT
082360
082370     SORT HOLD-SORT
082380         ON ASCENDING KEY HS-OFFICE HS-TYPE HS-SNO HS-DATE-PLACED
082390         INPUT PROCEDURE 7475-HOLDS-INPUT THRU 7475-EXIT
082400         OUTPUT PROCEDURE 7480-HOLDS-OUTPUT THRU 7480-EXIT
082410
082420     CLOSE REPORT-FILE
082430     DISPLAY "ACTIVE HOLDS REPORTED    : " WS-HLD-ALL-COUNT
082440     DISPLAY "HOLDS REPORT WRITTEN TO STUREPT.".
082450 7470-EXIT.
082460     EXIT.
082470
082480 7475-HOLDS-INPUT.
082490     OPEN INPUT HOLD-FILE
082500     IF WS-FS-HOLD NOT = "00"
082510         GO TO 7475-EXIT
082520     END-IF
082530     MOVE "N" TO WS-HD-EOF-SW
082540     PERFORM 7477-RELEASE-ONE-HOLD THRU 7477-EXIT
082550         UNTIL WS-HD-EOF
082560     CLOSE HOLD-FILE.
082570 7475-EXIT.
082580     EXIT.
082590
082600 7477-RELEASE-ONE-HOLD.
082610     READ HOLD-FILE NEXT RECORD
082620         AT END
082630             MOVE "Y" TO WS-HD-EOF-SW
082640             GO TO 7477-EXIT
082650     END-READ
082660     IF NOT HD-ACTIVE
082670         GO TO 7477-EXIT
082680     END-IF
082690     IF WS-HLD-OFFICE NOT = SPACES
082700        AND HD-OFFICE NOT = WS-HLD-OFFICE
082710         GO TO 7477-EXIT
082720     END-IF
082730     MOVE HD-OFFICE      TO HS-OFFICE
082740     MOVE HD-TYPE        TO HS-TYPE
082750     MOVE HD-SNO         TO HS-SNO
082760     MOVE HD-DATE-PLACED TO HS-DATE-PLACED
082770     MOVE HD-PLACED-BY   TO HS-PLACED-BY
082780     MOVE HD-REMARK      TO HS-REMARK
082790     RELEASE HS-RECORD.
082800 7477-EXIT.
082810     EXIT.
082820
082830 7480-HOLDS-OUTPUT.
082840     MOVE "N" TO WS-SORT-EOF-SW
082850     PERFORM 7485-HOLDS-ONE THRU 7485-EXIT
082860         UNTIL WS-SORT-EOF
082870     IF WS-RPT-FIRST
082880         WRITE RPT-PRINT-LINE FROM HLD-NONE-LINE
082890             AFTER ADVANCING 2 LINES
082900     ELSE
082910         PERFORM 7490-PRINT-OFFICE-TOTAL THRU 7490-EXIT
082920     END-IF
082930     MOVE "ALL OFFICES"    TO HLD-TOT-LABEL
082940     MOVE WS-HLD-ALL-COUNT TO HLD-TOT-COUNT
082950     WRITE RPT-PRINT-LINE FROM HLD-TOTAL-LINE
082960         AFTER ADVANCING 2 LINES.
082970 7480-EXIT.
082980     EXIT.
082990
083000 7485-HOLDS-ONE.
083010     RETURN HOLD-SORT
083020         AT END
083030             MOVE "Y" TO WS-SORT-EOF-SW
083040             GO TO 7485-EXIT
083050     END-RETURN
083060
083070     IF WS-RPT-FIRST
083080         MOVE "N" TO WS-RPT-FIRST-SW
083090         MOVE HS-OFFICE TO WS-HLD-PREV-OFFICE
083100         PERFORM 7487-PRINT-OFFICE-HEAD THRU 7487-EXIT
083110     ELSE
083120         IF HS-OFFICE NOT = WS-HLD-PREV-OFFICE
083130             PERFORM 7490-PRINT-OFFICE-TOTAL THRU 7490-EXIT
083140             MOVE HS-OFFICE TO WS-HLD-PREV-OFFICE
083150             PERFORM 7487-PRINT-OFFICE-HEAD THRU 7487-EXIT
083160         END-IF
083170     END-IF
083180     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
083190         PERFORM 7495-HLD-PAGE-HEADING THRU 7495-EXIT
083200         PERFORM 7487-PRINT-OFFICE-HEAD THRU 7487-EXIT
083210     END-IF
083220
083230     MOVE HS-SNO  TO HLD-DET-SNO
083240     MOVE HS-TYPE TO HLD-DET-TYPE
083250     EVALUATE HS-TYPE
083260         WHEN "LIB"
083270             MOVE "LIBRARY"        TO HLD-DET-TYPE-TEXT
083280         WHEN "FIN"
083290             MOVE "UNPAID BALANCE" TO HLD-DET-TYPE-TEXT
083300         WHEN "DSC"
083310             MOVE "DISCIPLINARY"   TO HLD-DET-TYPE-TEXT
083320         WHEN "REG"
083330             MOVE "REGISTRAR DOCS" TO HLD-DET-TYPE-TEXT
083340         WHEN OTHER
083350             MOVE SPACES           TO HLD-DET-TYPE-TEXT
083360     END-EVALUATE
083370     MOVE HS-DATE-PLACED TO WS-COL-DATE-IN
083380     PERFORM 7307-EDIT-LEDGER-DATE THRU 7307-EXIT
083390     MOVE WS-COL-DATE-ED TO HLD-DET-DATE
083400     MOVE HS-PLACED-BY   TO HLD-DET-BY
083410     MOVE HS-REMARK      TO HLD-DET-REMARK
083420     WRITE RPT-PRINT-LINE FROM HLD-DETAIL-LINE
083430         AFTER ADVANCING 1 LINE
083440     ADD 1 TO WS-RPT-LINE-COUNT
083450     ADD 1 TO WS-HLD-SUB-COUNT.
083460 7485-EXIT.
083470     EXIT.
083480
083490 7487-PRINT-OFFICE-HEAD.
083500     MOVE WS-HLD-PREV-OFFICE TO HLD-OFFICE
083510     WRITE RPT-PRINT-LINE FROM HLD-OFFICE-LINE
083520         AFTER ADVANCING 2 LINES
083530     ADD 2 TO WS-RPT-LINE-COUNT.
083540 7487-EXIT.
083550     EXIT.
083560
083570 7490-PRINT-OFFICE-TOTAL.
083580     MOVE "OFFICE TOTAL"   TO HLD-TOT-LABEL
083590     MOVE WS-HLD-SUB-COUNT TO HLD-TOT-COUNT
083600     WRITE RPT-PRINT-LINE FROM HLD-TOTAL-LINE
083610         AFTER ADVANCING 1 LINE
083620     ADD 1 TO WS-RPT-LINE-COUNT
083630     ADD WS-HLD-SUB-COUNT TO WS-HLD-ALL-COUNT
083640     MOVE 0 TO WS-HLD-SUB-COUNT.
083650 7490-EXIT.
083660     EXIT.
083670
083680 7495-HLD-PAGE-HEADING.
083690     ADD 1 TO WS-RPT-PAGE-NO
083700     MOVE WS-RPT-PAGE-NO TO HLD-H1-PAGE
083710     WRITE RPT-PRINT-LINE FROM HLD-HEADING-1
083720         AFTER ADVANCING PAGE
083730     WRITE RPT-PRINT-LINE FROM HLD-HEADING-2
083740         AFTER ADVANCING 2 LINES
083750     MOVE 3 TO WS-RPT-LINE-COUNT.
083760 7495-EXIT.
083770     EXIT.
083780
083790******************************************************************
083800*  7500-STUDY-LOAD-MAINT - MENU [26]. SHOWS ONE STUDENT'S STUDY  *
083810*  LOAD FOR A TERM WITH ITS TOTAL UNITS, THEN ADDS OR DROPS ONE  *
083820*  SUBJECT. WITH A SUBJECT MASTER LOADED ONLY A SUBJECT ON IT    *
083830*  CAN BE ADDED. THE ADD AND DROP ARE THE SAME PARAGRAPHS        *
083840*  TRANSIN CODE "L" USES.                                        *
083850******************************************************************
083860 7500-STUDY-LOAD-MAINT.
083870     DISPLAY "  ====TERM STUDY LOAD===="
083880     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
083890     ACCEPT SEARCHNUM
083900
083910     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
083920     IF NOT WS-STU-FOUND
083930         DISPLAY "Student not found."
083940         GO TO 7500-EXIT
083950     END-IF
083960     MOVE sNo(i) TO WS-SL-SNO
083970     DISPLAY "STUDENT: " sNo(i) " " fullname(i)
083980     MOVE SPACES TO WS-TERM-ENTRY
083990     PERFORM 4521-PROMPT-TERM THRU 4521-EXIT
084000         UNTIL WS-TERM-ENTRY IS NUMERIC
084010     MOVE WS-TERM-ENTRY TO WS-SL-TERM
084020     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
084030     PERFORM 7540-LIST-STUDY-LOAD THRU 7540-EXIT
084040
084050     DISPLAY "A=ADD A SUBJECT  D=DROP A SUBJECT  "
084060         "(ENTER TO CANCEL): " WITH NO ADVANCING
084070     ACCEPT WS-SL-ACTION
084080     IF WS-SL-ACTION NOT = "A" AND WS-SL-ACTION NOT = "D"
084090         GO TO 7500-EXIT
084100     END-IF
084110     DISPLAY "SUBJECT CODE: " WITH NO ADVANCING
084120     ACCEPT WS-SL-SUBJECT
084130     IF WS-SL-SUBJECT = SPACES
084140         DISPLAY "THE SUBJECT CODE MUST BE GIVEN."
084150         GO TO 7500-EXIT
084160     END-IF
084170
084180     IF WS-SL-ACTION = "A"
084190         PERFORM 7550-ADD-STUDY-LOAD THRU 7550-EXIT
084200     ELSE
084210         PERFORM 7560-DROP-STUDY-LOAD THRU 7560-EXIT
084220     END-IF
084230     EVALUATE TRUE
084240         WHEN WS-SL-DONE
084250             IF WS-SL-ACTION = "A"
084260                 DISPLAY "SUBJECT ADDED TO THE STUDY LOAD."
084270             ELSE
084280                 DISPLAY "SUBJECT DROPPED FROM THE STUDY LOAD."
084290             END-IF
084300         WHEN WS-SL-ALREADY
084310             DISPLAY "STUDENT IS ALREADY ENROLLED IN "
084320                 WS-SL-SUBJECT " FOR " WS-SL-TERM "."
084330         WHEN WS-SL-NONE
084340             DISPLAY "STUDENT IS NOT ENROLLED IN " WS-SL-SUBJECT
084350                 " FOR " WS-SL-TERM "."
084360         WHEN WS-SL-UNKNOWN
084370             DISPLAY WS-SL-SUBJECT
084380                 " IS NOT ON THE SUBJECT MASTER."
084390         WHEN OTHER
084400             DISPLAY "STUDY LOAD FILE COULD NOT BE UPDATED, "
084410                 "STATUS=" WS-FS-STUDYLD
084420     END-EVALUATE.
084430 7500-EXIT.
084440     EXIT.
084450
084460*----------------------------------------------------------------
084470*  7505-POSITION-STUDY-LOAD - STARTS THE OPEN STUDY-LOAD-FILE AT
084480*  THE FIRST SUBJECT OF WS-SL-SNO FOR WS-SL-TERM. WS-SL-EOF IS
084490*  SET WHEN THERE IS NONE.
084500*----------------------------------------------------------------
084510 7505-POSITION-STUDY-LOAD.
084520     MOVE "N" TO WS-SL-EOF-SW
084530     MOVE LOW-VALUES TO SL-KEY
084540     MOVE WS-SL-SNO  TO SL-SNO
084550     MOVE WS-SL-TERM TO SL-TERM
084560     START STUDY-LOAD-FILE KEY IS NOT LESS THAN SL-KEY
084570         INVALID KEY
084580             MOVE "Y" TO WS-SL-EOF-SW
084590     END-START.
084600 7505-EXIT.
084610     EXIT.
084620
084630*----------------------------------------------------------------
084640*  7510-NEXT-STUDY-LOAD - READS THE NEXT SUBJECT OF WS-SL-SNO
084650*  FOR WS-SL-TERM FROM THE POSITIONED FILE, SETTING WS-SL-EOF
084660*  PAST THE LAST ONE, AND LOOKS IT UP ON THE SUBJECT MASTER.
084670*----------------------------------------------------------------
084680 7510-NEXT-STUDY-LOAD.
084690     READ STUDY-LOAD-FILE NEXT RECORD
084700         AT END
084710             MOVE "Y" TO WS-SL-EOF-SW
084720             GO TO 7510-EXIT
084730     END-READ
084740     IF SL-SNO NOT = WS-SL-SNO OR SL-TERM NOT = WS-SL-TERM
084750         MOVE "Y" TO WS-SL-EOF-SW
084760         GO TO 7510-EXIT
084770     END-IF
084780     MOVE SL-SUBJECT TO WS-SUBJ-TEST
084790     PERFORM 1660-FIND-SUBJECT THRU 1660-EXIT
084800     ADD 1 TO WS-SLF-COUNT
084810     ADD WS-SUBJ-UNITS TO WS-SLF-UNITS.
084820 7510-EXIT.
084830     EXIT.
084840
084850 7540-LIST-STUDY-LOAD.
084860     MOVE 0 TO WS-SLF-COUNT
084870     MOVE 0 TO WS-SLF-UNITS
084880     OPEN INPUT STUDY-LOAD-FILE
084890     IF WS-FS-STUDYLD NOT = "00"
084900         DISPLAY "NO SUBJECTS ENROLLED FOR " WS-SL-TERM "."
084910         GO TO 7540-EXIT
084920     END-IF
084930     PERFORM 7505-POSITION-STUDY-LOAD THRU 7505-EXIT
084940     PERFORM 7545-LIST-ONE-SUBJECT THRU 7545-EXIT
084950         UNTIL WS-SL-EOF
084960     CLOSE STUDY-LOAD-FILE
084970     IF WS-SLF-COUNT = 0
084980         DISPLAY "NO SUBJECTS ENROLLED FOR " WS-SL-TERM "."
084990     ELSE
085000         MOVE WS-SLF-UNITS TO WS-SLF-UNITS-ED
085010         DISPLAY "TOTAL UNITS: " WS-SLF-UNITS-ED
085020     END-IF.
085030 7540-EXIT.
085040     EXIT.
085050
085060 7545-LIST-ONE-SUBJECT.
085070     PERFORM 7510-NEXT-STUDY-LOAD THRU 7510-EXIT
085080     IF WS-SL-EOF
085090         GO TO 7545-EXIT
085100     END-IF
085110     DISPLAY SL-SUBJECT " " WS-SUBJ-TITLE " " WS-SUBJ-UNITS
085120         " UNITS".
085130 7545-EXIT.
085140     EXIT.
085150
085160******************************************************************
085170*  7550-ADD-STUDY-LOAD - SHARED BY MENU [26] AND TRANSIN CODE    *
085180*  "L". ENROLLS WS-SL-SNO IN WS-SL-SUBJECT FOR WS-SL-TERM,       *
085190*  STAMPED WITH THE DATE AND OPERATOR. WITH A SUBJECT MASTER     *
085200*  LOADED THE SUBJECT MUST BE ON IT. WS-SL-RC TELLS THE CALLER   *
085210*  WHICH HAPPENED. THE FIRST ENROLLMENT EVER CREATES THE FILE.   *
085220******************************************************************
085230 7550-ADD-STUDY-LOAD.
085240     MOVE SPACE TO WS-SL-RC
085250     IF WS-SUBJECT-COUNT > 0
085260         MOVE WS-SL-SUBJECT TO WS-SUBJ-TEST
085270         PERFORM 1660-FIND-SUBJECT THRU 1660-EXIT
085280         IF NOT WS-SUBJ-FOUND
085290             SET WS-SL-UNKNOWN TO TRUE
085300             GO TO 7550-EXIT
085310         END-IF
085320     END-IF
085330     OPEN I-O STUDY-LOAD-FILE
085340     IF WS-FS-STUDYLD = "35"
085350         OPEN OUTPUT STUDY-LOAD-FILE
085360         CLOSE STUDY-LOAD-FILE
085370         OPEN I-O STUDY-LOAD-FILE
085380     END-IF
085390     IF WS-FS-STUDYLD NOT = "00"
085400         SET WS-SL-WRITE-FAIL TO TRUE
085410         GO TO 7550-EXIT
085420     END-IF
085430
085440     MOVE WS-SL-SNO     TO SL-SNO
085450     MOVE WS-SL-TERM    TO SL-TERM
085460     MOVE WS-SL-SUBJECT TO SL-SUBJECT
085470     ACCEPT SL-DATE-ADDED FROM DATE YYYYMMDD
085480     MOVE WS-USER-ID    TO SL-ADDED-BY
085490     WRITE SL-RECORD
085500         INVALID KEY
085510             IF WS-FS-STUDYLD = "22"
085520                 SET WS-SL-ALREADY TO TRUE
085530             ELSE
085540                 SET WS-SL-WRITE-FAIL TO TRUE
085550             END-IF
085560         NOT INVALID KEY
085570             SET WS-SL-DONE TO TRUE
085580     END-WRITE
085590     CLOSE STUDY-LOAD-FILE.
085600 7550-EXIT.
085610     EXIT.
085620
085630******************************************************************
085640*  7560-DROP-STUDY-LOAD - SHARED BY MENU [26] AND TRANSIN CODE   *
085650*  "L". REMOVES WS-SL-SUBJECT FROM WS-SL-SNO'S LOAD FOR          *
085660*  WS-SL-TERM. A SUBJECT NOT IN THE LOAD SETS WS-SL-NONE.        *
085670******************************************************************
085680 7560-DROP-STUDY-LOAD.
085690     MOVE SPACE TO WS-SL-RC
085700     OPEN I-O STUDY-LOAD-FILE
085710     IF WS-FS-STUDYLD NOT = "00"
085720         SET WS-SL-NONE TO TRUE
085730         GO TO 7560-EXIT
085740     END-IF
085750     MOVE WS-SL-SNO     TO SL-SNO
085760     MOVE WS-SL-TERM    TO SL-TERM
085770     MOVE WS-SL-SUBJECT TO SL-SUBJECT
085780     READ STUDY-LOAD-FILE
085790         INVALID KEY
085800             SET WS-SL-NONE TO TRUE
085810             CLOSE STUDY-LOAD-FILE
085820             GO TO 7560-EXIT
085830     END-READ
085840     DELETE STUDY-LOAD-FILE RECORD
085850         INVALID KEY
085860             SET WS-SL-WRITE-FAIL TO TRUE
085870         NOT INVALID KEY
085880             SET WS-SL-DONE TO TRUE
085890     END-DELETE
085900     CLOSE STUDY-LOAD-FILE.
085910 7560-EXIT.
085920     EXIT.
085930
085940******************************************************************
085950*  7600-CLASS-LIST - THE FACULTY CLASS LISTS (MENU [27] OR       *
085960*  PARM='CLASSLST', OPTIONALLY PARM='CLASSLST YYYYMM'). SORTS    *
085970*  ONE TERM'S STUDY LOADS BY SUBJECT THEN STUDENT NUMBER AND     *
085980*  PRINTS EACH SUBJECT ON A PAGE OF ITS OWN - TITLE, UNITS AND   *
085990*  DEPARTMENT FROM THE SUBJECT MASTER, EVERY STUDENT ENROLLED    *
086000*  WITH NAME AND PROGRAM, AND A COUNT - SO EACH LIST CAN GO      *
086010*  STRAIGHT TO ITS INSTRUCTOR. AT THE MENU ONE SUBJECT MAY BE    *
086020*  ASKED FOR; BLANK LISTS THEM ALL.                              *
086030******************************************************************
086040 7600-CLASS-LIST.
086050     IF WS-MODE-CLASSLST
086060         IF WS-CLS-TERM IS NOT NUMERIC
086070             MOVE WS-CURRENT-TERM TO WS-CLS-TERM
086080         END-IF
086090         MOVE SPACES TO WS-CLS-SUBJECT
086100     ELSE
086110         MOVE SPACES TO WS-TERM-ENTRY
086120         PERFORM 4521-PROMPT-TERM THRU 4521-EXIT
086130             UNTIL WS-TERM-ENTRY IS NUMERIC
086140         MOVE WS-TERM-ENTRY TO WS-CLS-TERM
086150         DISPLAY "ENTER SUBJECT CODE (BLANK FOR ALL): "
086160             WITH NO ADVANCING
086170         ACCEPT WS-CLS-SUBJECT
086180     END-IF
086190
086200     OPEN INPUT STUDY-LOAD-FILE
086210     IF WS-FS-STUDYLD NOT = "00"
086220         DISPLAY "NO STUDY LOADS ON FILE (STATUS=" WS-FS-STUDYLD
086230             ")."
086240         GO TO 7600-EXIT
086250     END-IF
086260     CLOSE STUDY-LOAD-FILE
086270     OPEN OUTPUT REPORT-FILE
086280     IF WS-FS-REPORT NOT = "00"
086290         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
086300             WS-FS-REPORT
086310         GO TO 7600-EXIT
086320     END-IF
086330     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
086340
086350     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
086360     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
086370     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
086380     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
086390     MOVE WS-RPT-RUN-DATE      TO CLS-H1-DATE
086400     MOVE WS-CLS-TERM          TO CLS-H1-TERM
086410     MOVE 0 TO WS-RPT-PAGE-NO
086420     MOVE 0 TO WS-CLS-SUB-COUNT
086430     MOVE 0 TO WS-CLS-SUBJ-COUNT
086440     MOVE 0 TO WS-CLS-ALL-COUNT
086450     MOVE "Y" TO WS-RPT-FIRST-SW
086460
086470     SORT CLASS-SORT
086480         ON ASCENDING KEY CS-SUBJECT CS-SNO
086490         INPUT PROCEDURE 7610-CLASS-INPUT THRU 7610-EXIT
086500         OUTPUT PROCEDURE 7620-CLASS-OUTPUT THRU 7620-EXIT
086510
086520     CLOSE REPORT-FILE
086530     DISPLAY "SUBJECTS LISTED          : " WS-CLS-SUBJ-COUNT
086540     DISPLAY "ENROLLMENTS LISTED       : " WS-CLS-ALL-COUNT
086550     DISPLAY "CLASS LISTS WRITTEN TO STUREPT.".
086560 7600-EXIT.
086570     EXIT.
086580
086590 7610-CLASS-INPUT.
086600     OPEN INPUT STUDY-LOAD-FILE
086610     IF WS-FS-STUDYLD NOT = "00"
086620         GO TO 7610-EXIT
086630     END-IF
086640     MOVE "N" TO WS-SL-EOF-SW
086650     PERFORM 7615-RELEASE-ONE-LOAD THRU 7615-EXIT
086660         UNTIL WS-SL-EOF
086670     CLOSE STUDY-LOAD-FILE.
086680 7610-EXIT.
086690     EXIT.
086700
086710 7615-RELEASE-ONE-LOAD.
086720     READ STUDY-LOAD-FILE NEXT RECORD
086730         AT END
086740             MOVE "Y" TO WS-SL-EOF-SW
086750             GO TO 7615-EXIT
086760     END-READ
086770     IF SL-TERM NOT = WS-CLS-TERM
086780         GO TO 7615-EXIT
086790     END-IF
086800     IF WS-CLS-SUBJECT NOT = SPACES
086810        AND SL-SUBJECT NOT = WS-CLS-SUBJECT
086820         GO TO 7615-EXIT
086830     END-IF
086840     MOVE SL-SUBJECT TO CS-SUBJECT
086850     MOVE SL-SNO     TO CS-SNO
086860     RELEASE CS-RECORD.
086870 7615-EXIT.
086880     EXIT.
086890
086900 7620-CLASS-OUTPUT.
086910     MOVE "N" TO WS-SORT-EOF-SW
086920     PERFORM 7625-CLASS-ONE THRU 7625-EXIT
086930         UNTIL WS-SORT-EOF
086940     IF WS-RPT-FIRST
086950         MOVE WS-CLS-SUBJECT TO WS-CLS-PREV-SUBJECT
086960         PERFORM 7640-CLS-PAGE-HEADING THRU 7640-EXIT
086970         WRITE RPT-PRINT-LINE FROM CLS-NONE-LINE
086980             AFTER ADVANCING 2 LINES
086990     ELSE
087000         PERFORM 7630-PRINT-CLASS-TOTAL THRU 7630-EXIT
087010     END-IF
087020     MOVE WS-CLS-SUBJ-COUNT TO CLS-GR-SUBJECTS
087030     MOVE WS-CLS-ALL-COUNT  TO CLS-GR-ENROLLED
087040     WRITE RPT-PRINT-LINE FROM CLS-GRAND-LINE
087050         AFTER ADVANCING 3 LINES.
087060 7620-EXIT.
087070     EXIT.
087080
087090*----------------------------------------------------------------
087100*  7625-CLASS-ONE - ONE STUDENT ON A CLASS LIST. A NEW SUBJECT
087110*  CLOSES THE LAST ONE'S LIST AND STARTS A FRESH PAGE. A STUDENT
087120*  NO LONGER ON THE DIRECTORY IS STILL LISTED BY NUMBER.
087130*----------------------------------------------------------------
087140 7625-CLASS-ONE.
087150     RETURN CLASS-SORT
087160         AT END
087170             MOVE "Y" TO WS-SORT-EOF-SW
087180             GO TO 7625-EXIT
087190     END-RETURN
087200
087210     IF WS-RPT-FIRST
087220         MOVE "N" TO WS-RPT-FIRST-SW
087230         MOVE CS-SUBJECT TO WS-CLS-PREV-SUBJECT
087240         PERFORM 7640-CLS-PAGE-HEADING THRU 7640-EXIT
087250     ELSE
087260         IF CS-SUBJECT NOT = WS-CLS-PREV-SUBJECT
087270             PERFORM 7630-PRINT-CLASS-TOTAL THRU 7630-EXIT
087280             MOVE CS-SUBJECT TO WS-CLS-PREV-SUBJECT
087290             PERFORM 7640-CLS-PAGE-HEADING THRU 7640-EXIT
087300         END-IF
087310     END-IF
087320     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
087330         PERFORM 7640-CLS-PAGE-HEADING THRU 7640-EXIT
087340     END-IF
087350
087360     ADD 1 TO WS-CLS-SUB-COUNT
087370     MOVE WS-CLS-SUB-COUNT TO CLS-DET-SEQ
087380     MOVE CS-SNO TO CLS-DET-SNO
087390     SET k TO 1
087400     SEARCH student-info VARYING k
087410         AT END
087420             MOVE SPACES TO CLS-DET-NAME
087430             MOVE "(NOT ON DIRECTORY)" TO CLS-DET-COURSE
087440         WHEN sNo(k) = CS-SNO
087450             MOVE fullname(k) TO CLS-DET-NAME
087460             MOVE course(k)   TO CLS-DET-COURSE
087470     END-SEARCH
087480     WRITE RPT-PRINT-LINE FROM CLS-DETAIL-LINE
087490         AFTER ADVANCING 1 LINE
087500     ADD 1 TO WS-RPT-LINE-COUNT.
087510 7625-EXIT.
087520     EXIT.
087530
087540 7630-PRINT-CLASS-TOTAL.
087550     MOVE WS-CLS-SUB-COUNT TO CLS-TOT-COUNT
087560     WRITE RPT-PRINT-LINE FROM CLS-TOTAL-LINE
087570         AFTER ADVANCING 2 LINES
087580     ADD 2 TO WS-RPT-LINE-COUNT
087590     ADD WS-CLS-SUB-COUNT TO WS-CLS-ALL-COUNT
087600     ADD 1 TO WS-CLS-SUBJ-COUNT
087610     MOVE 0 TO WS-CLS-SUB-COUNT.
087620 7630-EXIT.
087630     EXIT.
087640
087650*  EVERY PAGE OF A CLASS LIST REPEATS ITS SUBJECT LINE, SO A
087660*  LIST THAT RUNS TO A SECOND PAGE STILL SAYS WHOSE IT IS.
087670 7640-CLS-PAGE-HEADING.
087680     ADD 1 TO WS-RPT-PAGE-NO
087690     MOVE WS-RPT-PAGE-NO TO CLS-H1-PAGE
087700     MOVE WS-CLS-PREV-SUBJECT TO WS-SUBJ-TEST
087710     PERFORM 1660-FIND-SUBJECT THRU 1660-EXIT
087720     MOVE WS-CLS-PREV-SUBJECT TO CLS-SUBJ-CODE
087730     MOVE WS-SUBJ-TITLE       TO CLS-SUBJ-TITLE
087740     MOVE WS-SUBJ-UNITS       TO CLS-SUBJ-UNITS
087750     MOVE WS-SUBJ-DEPT        TO CLS-SUBJ-DEPT
087760     WRITE RPT-PRINT-LINE FROM CLS-HEADING-1
087770         AFTER ADVANCING PAGE
087780     WRITE RPT-PRINT-LINE FROM CLS-SUBJECT-LINE
087790         AFTER ADVANCING 2 LINES
087800     WRITE RPT-PRINT-LINE FROM CLS-HEADING-2
087810         AFTER ADVANCING 2 LINES
087820     MOVE 5 TO WS-RPT-LINE-COUNT.
087830 7640-EXIT.
087840     EXIT.
087850
087860******************************************************************
087870*  7650-STUDY-LOAD-FORM - MENU [28]. PRINTS ONE STUDENT'S STUDY  *
087880*  LOAD FOR A TERM TO STUREPT - EACH SUBJECT WITH ITS TITLE,     *
087890*  UNITS AND DEPARTMENT, THE TOTAL UNITS CARRIED, AND A LINE FOR *
087900*  THE REGISTRAR'S SIGNATURE.                                    *
087910******************************************************************
087920 7650-STUDY-LOAD-FORM.
087930     DISPLAY "  ====STUDY LOAD FORM===="
087940     DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING
087950     ACCEPT SEARCHNUM
087960
087970     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
087980     IF NOT WS-STU-FOUND
087990         DISPLAY "Student not found."
088000         GO TO 7650-EXIT
088010     END-IF
088020     MOVE sNo(i) TO WS-SL-SNO
088030     MOVE SPACES TO WS-TERM-ENTRY
088040     PERFORM 4521-PROMPT-TERM THRU 4521-EXIT
088050         UNTIL WS-TERM-ENTRY IS NUMERIC
088060     MOVE WS-TERM-ENTRY TO WS-SL-TERM
088070
088080     OPEN INPUT STUDY-LOAD-FILE
088090     IF WS-FS-STUDYLD NOT = "00"
088100         DISPLAY "NO STUDY LOADS ON FILE (STATUS=" WS-FS-STUDYLD
088110             ")."
088120         GO TO 7650-EXIT
088130     END-IF
088140     OPEN OUTPUT REPORT-FILE
088150     IF WS-FS-REPORT NOT = "00"
088160         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
088170             WS-FS-REPORT
088180         CLOSE STUDY-LOAD-FILE
088190         GO TO 7650-EXIT
088200     END-IF
088210     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
088220
088230     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
088240     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
088250     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
088260     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
088270     MOVE WS-RPT-RUN-DATE      TO SLF-DATE
088280     MOVE WS-SL-TERM           TO SLF-TERM
088290     MOVE fullname(i)          TO SLF-NAME
088300     MOVE sNo(i)               TO SLF-SNO
088310     MOVE course(i)            TO SLF-PROGRAM
088320     WRITE RPT-PRINT-LINE FROM SLF-TITLE-LINE
088330         AFTER ADVANCING PAGE
088340     WRITE RPT-PRINT-LINE FROM SLF-NAME-LINE
088350         AFTER ADVANCING 3 LINES
088360     WRITE RPT-PRINT-LINE FROM SLF-SNO-LINE
088370         AFTER ADVANCING 1 LINE
088380     WRITE RPT-PRINT-LINE FROM SLF-PROGRAM-LINE
088390         AFTER ADVANCING 1 LINE
088400     WRITE RPT-PRINT-LINE FROM SLF-DATE-LINE
088410         AFTER ADVANCING 1 LINE
088420     WRITE RPT-PRINT-LINE FROM SLF-HEADING
088430         AFTER ADVANCING 2 LINES
088440
088450     MOVE 0 TO WS-SLF-COUNT
088460     MOVE 0 TO WS-SLF-UNITS
088470     PERFORM 7505-POSITION-STUDY-LOAD THRU 7505-EXIT
088480     PERFORM 7655-FORM-ONE-SUBJECT THRU 7655-EXIT
088490         UNTIL WS-SL-EOF
088500     CLOSE STUDY-LOAD-FILE
088510
088520     IF WS-SLF-COUNT = 0
088530         WRITE RPT-PRINT-LINE FROM SLF-NONE-LINE
088540             AFTER ADVANCING 2 LINES
088550     ELSE
088560         MOVE WS-SLF-UNITS TO SLF-TOT-UNITS
088570         MOVE WS-SLF-COUNT TO SLF-TOT-COUNT
088580         WRITE RPT-PRINT-LINE FROM SLF-TOTAL-LINE
088590             AFTER ADVANCING 2 LINES
088600     END-IF
088610     WRITE RPT-PRINT-LINE FROM LTR-SIGN-RULE
088620         AFTER ADVANCING 4 LINES
088630     WRITE RPT-PRINT-LINE FROM LTR-SIGN-TITLE
088640         AFTER ADVANCING 1 LINE
088650     CLOSE REPORT-FILE
088660     MOVE WS-SLF-UNITS TO WS-SLF-UNITS-ED
088670     DISPLAY "STUDY LOAD FORM WRITTEN TO STUREPT - TOTAL UNITS "
088680         WS-SLF-UNITS-ED ".".
088690 7650-EXIT.
088700     EXIT.
088710
088720 7655-FORM-ONE-SUBJECT.
088730     PERFORM 7510-NEXT-STUDY-LOAD THRU 7510-EXIT
088740     IF WS-SL-EOF
088750         GO TO 7655-EXIT
088760     END-IF
088770     MOVE SL-SUBJECT    TO SLF-DET-CODE
088780     MOVE WS-SUBJ-TITLE TO SLF-DET-TITLE
088790     MOVE WS-SUBJ-UNITS TO SLF-DET-UNITS
088800     MOVE WS-SUBJ-DEPT  TO SLF-DET-DEPT
088810     WRITE RPT-PRINT-LINE FROM SLF-DETAIL-LINE
088820         AFTER ADVANCING 1 LINE.
088830 7655-EXIT.
088840     EXIT.
088850
088860******************************************************************
088870*  7700-CHECK-CLEARANCE - IS WS-GC-SNO CLEARED TO GRADUATE FROM  *
088880*  WS-GC-COURSE? GATHERS EVERY SUBJECT THE STUDENT HAS PASSED    *
088890*  (WS-PASSING-GRADE OR BETTER) FROM GRADE-FILE AND MEASURES     *
088900*  THEM AGAINST THE CURRICULUM THE CALLER HAS LOADED. SETS       *
088910*  WS-GC-CLEARED; WITH NO CURRICULUM LOADED EVERYONE CLEARS.     *
088920******************************************************************
088930 7700-CHECK-CLEARANCE.
088940     MOVE "N" TO WS-GC-CLEARED-SW
088950     IF WS-CURRIC-COUNT = 0
088960         MOVE "Y" TO WS-GC-CLEARED-SW
088970         GO TO 7700-EXIT
088980     END-IF
088990     MOVE 0 TO WS-GC-PASSED-COUNT
089000     OPEN INPUT GRADE-FILE
089010     IF WS-FS-GRADE = "00"
089020         MOVE "N" TO WS-GRADE-EOF-SW
089030         PERFORM 7705-GATHER-ONE-GRADE THRU 7705-EXIT
089040             UNTIL WS-GRADE-EOF
089050         CLOSE GRADE-FILE
089060     END-IF
089070     PERFORM 7760-EVALUATE-CLEARANCE THRU 7760-EXIT.
089080 7700-EXIT.
089090     EXIT.
089100
089110 7705-GATHER-ONE-GRADE.
089120     READ GRADE-FILE NEXT RECORD
089130         AT END
089140             MOVE "Y" TO WS-GRADE-EOF-SW
089150             GO TO 7705-EXIT
089160     END-READ
089170     IF GD-SNO NOT = WS-GC-SNO
089180         GO TO 7705-EXIT
089190     END-IF
089200     IF GD-GRADE > WS-PASSING-GRADE
089210         GO TO 7705-EXIT
089220     END-IF
089230     MOVE GD-COURSE-CODE TO WS-GC-ADD-SUBJECT
089240     MOVE GD-UNITS       TO WS-GC-ADD-UNITS
089250     PERFORM 7755-ADD-PASSED THRU 7755-EXIT.
089260 7705-EXIT.
089270     EXIT.
089280
089290*----------------------------------------------------------------
089300*  7710-SHOW-CLEARANCE - TELLS THE TERMINAL OPERATOR WHY THE
089310*  STUDENT JUST CHECKED IS NOT CLEARED.
089320*----------------------------------------------------------------
089330 7710-SHOW-CLEARANCE.
089340     IF NOT WS-GC-PROGRAM-FOUND
089350         DISPLAY "NOT CLEARED TO GRADUATE - NO CURRICULUM ON "
089360             "FILE FOR " WS-GC-COURSE
089370         GO TO 7710-EXIT
089380     END-IF
089390     MOVE WS-GC-MISS-COUNT TO WS-GC-COUNT-ED
089400     MOVE WS-GC-SHORTFALL  TO WS-GC-SHORT-ED
089410     DISPLAY "NOT CLEARED TO GRADUATE - " WS-GC-COUNT-ED
089420         " SUBJECT(S) MISSING, " WS-GC-SHORT-ED " UNIT(S) SHORT."
089430     PERFORM 7715-SHOW-ONE-MISSING THRU 7715-EXIT
089440         VARYING gm FROM 1 BY 1 UNTIL gm > WS-GC-MISS-STORED.
089450 7710-EXIT.
089460     EXIT.
089470
089480 7715-SHOW-ONE-MISSING.
089490     MOVE WS-GM-SUBJECT(gm) TO WS-SUBJ-TEST
089500     PERFORM 1660-FIND-SUBJECT THRU 1660-EXIT
089510     DISPLAY "  MISSING: " WS-GM-SUBJECT(gm) " " WS-SUBJ-TITLE.
089520 7715-EXIT.
089530     EXIT.
089540
089550******************************************************************
089560*  7720-GATE-GRADUATION - MENU [12] CHANGING THE STUDENT IN SLOT *
089570*  i TO "G". A STUDENT NOT CLEARED IS REFUSED UNLESS A           *
089580*  SUPERVISOR CHOOSES TO OVERRIDE, WHICH SETS WS-GC-OVERRIDDEN   *
089590*  SO THE CHANGE IS JOURNALED AS ACTION "O" RATHER THAN "S". THE *
089600*  CALLER PUTS THE STATUS BACK WHEN NEITHER SWITCH IS SET.       *
089610******************************************************************
089620 7720-GATE-GRADUATION.
089630     MOVE "N" TO WS-GC-OVERRIDE-SW
089640     PERFORM 1670-LOAD-CURRICULUM THRU 1670-EXIT
089650     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
089660     MOVE sNo(i)    TO WS-GC-SNO
089670     MOVE course(i) TO WS-GC-COURSE
089680     PERFORM 7700-CHECK-CLEARANCE THRU 7700-EXIT
089690     IF WS-GC-CLEARED
089700         GO TO 7720-EXIT
089710     END-IF
089720     PERFORM 7710-SHOW-CLEARANCE THRU 7710-EXIT
089730     IF NOT WS-USER-IS-SUPERVISOR
089740         DISPLAY "STATUS CHANGE REFUSED - GRADUATION REQUIRES "
089750             "CLEARANCE OR A SUPERVISOR OVERRIDE."
089760         GO TO 7720-EXIT
089770     END-IF
089780     DISPLAY "OVERRIDE CLEARANCE AND GRADUATE THE STUDENT (Y/N): "
089790         WITH NO ADVANCING
089800     ACCEPT WS-GC-ANSWER
089810     IF WS-GC-ANSWER = "Y" OR WS-GC-ANSWER = "y"
089820         MOVE "Y" TO WS-GC-OVERRIDE-SW
089830         DISPLAY "CLEARANCE OVERRIDDEN - JOURNALED UNDER "
089840             WS-USER-ID "."
089850     ELSE
089860         DISPLAY "STATUS CHANGE CANCELLED."
089870     END-IF.
089880 7720-EXIT.
089890     EXIT.
089900
089910*----------------------------------------------------------------
089920*  7755-ADD-PASSED - ADDS WS-GC-ADD-SUBJECT (WS-GC-ADD-UNITS) TO
089930*  THE CANDIDATE'S PASSED SUBJECTS. A SUBJECT PASSED TWICE
089940*  COUNTS ONCE, AND ITS UNITS ONCE.
089950*----------------------------------------------------------------
089960 7755-ADD-PASSED.
089970     IF WS-GC-PASSED-COUNT > 0
089980         SET gp TO 1
089990         SEARCH WS-GC-PASSED-ENTRY VARYING gp
090000             AT END
090010                 CONTINUE
090020             WHEN WS-GP-SUBJECT(gp) = WS-GC-ADD-SUBJECT
090030                 GO TO 7755-EXIT
090040         END-SEARCH
090050     END-IF
090060     IF WS-GC-PASSED-COUNT >= WS-MAX-GC-PASSED
090070         GO TO 7755-EXIT
090080     END-IF
090090     ADD 1 TO WS-GC-PASSED-COUNT
090100     MOVE WS-GC-ADD-SUBJECT TO WS-GP-SUBJECT(WS-GC-PASSED-COUNT)
090110     MOVE WS-GC-ADD-UNITS   TO WS-GP-UNITS(WS-GC-PASSED-COUNT).
090120 7755-EXIT.
090130     EXIT.
090140
090150******************************************************************
090160*  7760-EVALUATE-CLEARANCE - MEASURES WS-GC-PASSED AGAINST THE   *
090170*  CURRICULUM OF WS-GC-COURSE: EVERY REQUIRED SUBJECT NOT PASSED *
090180*  GOES ON WS-GC-MISSING, AND THE UNITS OF EVERY SUBJECT PASSED  *
090190*  COUNT TOWARD THE PROGRAM'S MINIMUM. CLEARED MEANS THE PROGRAM *
090200*  IS ON THE CURRICULUM, NOTHING IS MISSING AND NO UNITS ARE     *
090210*  SHORT.                                                        *
090220******************************************************************
090230 7760-EVALUATE-CLEARANCE.
090240     MOVE "N" TO WS-GC-CLEARED-SW
090250     MOVE "N" TO WS-GC-PROGRAM-SW
090260     MOVE 0 TO WS-GC-MISS-COUNT
090270     MOVE 0 TO WS-GC-MISS-STORED
090280     MOVE 0 TO WS-GC-REQ-COUNT
090290     MOVE 0 TO WS-GC-UNITS-REQ
090300     MOVE 0 TO WS-GC-UNITS-EARNED
090310     MOVE 0 TO WS-GC-SHORTFALL
090320     PERFORM 7762-SUM-ONE-PASSED THRU 7762-EXIT
090330         VARYING gp FROM 1 BY 1 UNTIL gp > WS-GC-PASSED-COUNT
090340     IF WS-CURRIC-COUNT > 0
090350         PERFORM 7765-CHECK-ONE-REQUIREMENT THRU 7765-EXIT
090360             VARYING cu FROM 1 BY 1 UNTIL cu > WS-CURRIC-COUNT
090370     END-IF
090380     IF NOT WS-GC-PROGRAM-FOUND
090390         GO TO 7760-EXIT
090400     END-IF
090410     IF WS-GC-UNITS-EARNED < WS-GC-UNITS-REQ
090420         COMPUTE WS-GC-SHORTFALL =
090430             WS-GC-UNITS-REQ - WS-GC-UNITS-EARNED
090440     END-IF
090450     IF WS-GC-MISS-COUNT = 0 AND WS-GC-SHORTFALL = 0
090460         MOVE "Y" TO WS-GC-CLEARED-SW
090470     END-IF.
090480 7760-EXIT.
090490     EXIT.
090500
090510 7762-SUM-ONE-PASSED.
090520     ADD WS-GP-UNITS(gp) TO WS-GC-UNITS-EARNED.
090530 7762-EXIT.
090540     EXIT.
090550
090560 7765-CHECK-ONE-REQUIREMENT.
090570     IF WS-CU-COURSE(cu) NOT = WS-GC-COURSE
090580         GO TO 7765-EXIT
090590     END-IF
090600     MOVE "Y" TO WS-GC-PROGRAM-SW
090610     IF WS-CU-SUBJECT(cu) = SPACES
090620         MOVE WS-CU-MIN-UNITS(cu) TO WS-GC-UNITS-REQ
090630         GO TO 7765-EXIT
090640     END-IF
090650     ADD 1 TO WS-GC-REQ-COUNT
090660     IF WS-GC-PASSED-COUNT > 0
090670         SET gp TO 1
090680         SEARCH WS-GC-PASSED-ENTRY VARYING gp
090690             AT END
090700                 CONTINUE
090710             WHEN WS-GP-SUBJECT(gp) = WS-CU-SUBJECT(cu)
090720                 GO TO 7765-EXIT
090730         END-SEARCH
090740     END-IF
090750     ADD 1 TO WS-GC-MISS-COUNT
090760     IF WS-GC-MISS-STORED < WS-MAX-GC-MISSING
090770         ADD 1 TO WS-GC-MISS-STORED
090780         MOVE WS-CU-SUBJECT(cu)
090790             TO WS-GM-SUBJECT(WS-GC-MISS-STORED)
090800     END-IF.
090810 7765-EXIT.
090820     EXIT.
090830
090840******************************************************************
090850*  7800-GRADUATION-AUDIT - THE GRADUATION CLEARANCE REPORT (MENU *
090860*  [29] OR PARM='GRADAUD', OPTIONALLY PARM='GRADAUD PROGRAM' FOR *
090870*  ONE PROGRAM). EVERY ACTIVE OR GRADUATED STUDENT STILL ON THE  *
090880*  DIRECTORY IS A CANDIDATE; THEIR PASSED STUDENT GRADES ARE     *
090890*  SORTED BY PROGRAM AND STUDENT AND MEASURED AGAINST THE        *
090900*  CURRICULUM. EACH CANDIDATE PRINTS CLEARED OR NOT CLEARED, AND *
090910*  ONE NOT CLEARED IS FOLLOWED BY THE SUBJECTS STILL MISSING AND *
090920*  THE UNIT SHORTFALL. RUN BEFORE THE STATUS CHANGES TO "G" AND  *
090930*  THE ROLLOVER THAT ARCHIVES THE GRADUATES.                     *
090940******************************************************************
090950 7800-GRADUATION-AUDIT.
090960     IF NOT WS-MODE-GRADAUD
090970         DISPLAY "ENTER PROGRAM (BLANK FOR ALL): "
090980             WITH NO ADVANCING
090990         ACCEPT WS-CLR-COURSE
091000     END-IF
091010
091020     PERFORM 1670-LOAD-CURRICULUM THRU 1670-EXIT
091030     IF WS-CURRIC-COUNT = 0
091040         DISPLAY "CURRICULUM FILE NOT AVAILABLE (STATUS="
091050             WS-FS-CURRIC ") - NOTHING TO AUDIT AGAINST."
091060         GO TO 7800-EXIT
091070     END-IF
091080     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
091090     OPEN OUTPUT REPORT-FILE
091100     IF WS-FS-REPORT NOT = "00"
091110         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
091120             WS-FS-REPORT
091130         GO TO 7800-EXIT
091140     END-IF
091150
091160     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
091170     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
091180     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
091190     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
091200     MOVE WS-RPT-RUN-DATE      TO CLR-H1-DATE
091210     MOVE 0 TO WS-RPT-PAGE-NO
091220     MOVE 0 TO WS-CLR-SUB-COUNT
091230     MOVE 0 TO WS-CLR-SUB-CLEARED
091240     MOVE 0 TO WS-CLR-ALL-COUNT
091250     MOVE 0 TO WS-CLR-ALL-CLEARED
091260     MOVE "Y" TO WS-RPT-FIRST-SW
091270
091280     SORT CLEARANCE-SORT
091290         ON ASCENDING KEY CR-COURSE CR-SNO CR-SUBJECT
091300         INPUT PROCEDURE 7810-CLEARANCE-INPUT THRU 7810-EXIT
091310         OUTPUT PROCEDURE 7820-CLEARANCE-OUTPUT THRU 7820-EXIT
091320
091330     CLOSE REPORT-FILE
091340     COMPUTE WS-CLR-ALL-NOT =
091350         WS-CLR-ALL-COUNT - WS-CLR-ALL-CLEARED
091360     DISPLAY "CANDIDATES AUDITED       : " WS-CLR-ALL-COUNT
091370     DISPLAY "CLEARED TO GRADUATE      : " WS-CLR-ALL-CLEARED
091380     DISPLAY "NOT CLEARED              : " WS-CLR-ALL-NOT
091390     DISPLAY "CLEARANCE REPORT WRITTEN TO STUREPT.".
091400 7800-EXIT.
091410     EXIT.
091420
091430 7810-CLEARANCE-INPUT.
091440     PERFORM 7812-RELEASE-ONE-CANDIDATE THRU 7812-EXIT
091450         VARYING WS-CLR-SLOT FROM 1 BY 1
091460         UNTIL WS-CLR-SLOT > WS-STUDENT-COUNT
091470     OPEN INPUT GRADE-FILE
091480     IF WS-FS-GRADE NOT = "00"
091490         GO TO 7810-EXIT
091500     END-IF
091510     MOVE "N" TO WS-GRADE-EOF-SW
091520     PERFORM 7815-RELEASE-ONE-PASS THRU 7815-EXIT
091530         UNTIL WS-GRADE-EOF
091540     CLOSE GRADE-FILE.
091550 7810-EXIT.
091560     EXIT.
091570
091580 7812-RELEASE-ONE-CANDIDATE.
091590     IF sNo(WS-CLR-SLOT) = SPACES
091600         GO TO 7812-EXIT
091610     END-IF
091620     IF NOT enroll-active(WS-CLR-SLOT)
091630             AND NOT enroll-graduated(WS-CLR-SLOT)
091640         GO TO 7812-EXIT
091650     END-IF
091660     IF WS-CLR-COURSE NOT = SPACES
091670        AND course(WS-CLR-SLOT) NOT = WS-CLR-COURSE
091680         GO TO 7812-EXIT
091690     END-IF
091700     MOVE course(WS-CLR-SLOT) TO CR-COURSE
091710     MOVE sNo(WS-CLR-SLOT)    TO CR-SNO
091720     MOVE SPACES              TO CR-SUBJECT
091730     MOVE 0                   TO CR-UNITS
091740     RELEASE CR-RECORD.
091750 7812-EXIT.
091760     EXIT.
091770
091780 7815-RELEASE-ONE-PASS.
091790     READ GRADE-FILE NEXT RECORD
091800         AT END
091810             MOVE "Y" TO WS-GRADE-EOF-SW
091820             GO TO 7815-EXIT
091830     END-READ
091840     IF GD-GRADE > WS-PASSING-GRADE
091850         GO TO 7815-EXIT
091860     END-IF
091870     SET k TO 1
091880     SEARCH student-info VARYING k
091890         AT END
091900             GO TO 7815-EXIT
091910         WHEN sNo(k) = GD-SNO
091920             CONTINUE
091930     END-SEARCH
091940     IF NOT enroll-active(k) AND NOT enroll-graduated(k)
091950         GO TO 7815-EXIT
091960     END-IF
091970     IF WS-CLR-COURSE NOT = SPACES
091980        AND course(k) NOT = WS-CLR-COURSE
091990         GO TO 7815-EXIT
092000     END-IF
092010     MOVE course(k)      TO CR-COURSE
092020     MOVE GD-SNO         TO CR-SNO
092030     MOVE GD-COURSE-CODE TO CR-SUBJECT
092040     MOVE GD-UNITS       TO CR-UNITS
092050     RELEASE CR-RECORD.
092060 7815-EXIT.
092070     EXIT.
092080
092090 7820-CLEARANCE-OUTPUT.
092100     MOVE "N" TO WS-SORT-EOF-SW
092110     PERFORM 7825-CLEARANCE-ONE THRU 7825-EXIT
092120         UNTIL WS-SORT-EOF
092130     IF WS-RPT-FIRST
092140         ADD 1 TO WS-RPT-PAGE-NO
092150         MOVE WS-RPT-PAGE-NO TO CLR-H1-PAGE
092160         WRITE RPT-PRINT-LINE FROM CLR-HEADING-1
092170             AFTER ADVANCING PAGE
092180         WRITE RPT-PRINT-LINE FROM CLR-NONE-LINE
092190             AFTER ADVANCING 2 LINES
092200     ELSE
092210         PERFORM 7830-FINISH-CANDIDATE THRU 7830-EXIT
092220         PERFORM 7840-PRINT-PROGRAM-TOTAL THRU 7840-EXIT
092230     END-IF
092240     MOVE "ALL PROGRAMS"     TO CLR-TOT-LABEL
092250     MOVE WS-CLR-ALL-COUNT   TO CLR-TOT-COUNT
092260     MOVE WS-CLR-ALL-CLEARED TO CLR-TOT-CLEARED
092270     COMPUTE CLR-TOT-NOT = WS-CLR-ALL-COUNT - WS-CLR-ALL-CLEARED
092280     WRITE RPT-PRINT-LINE FROM CLR-TOTAL-LINE
092290         AFTER ADVANCING 3 LINES.
092300 7820-EXIT.
092310     EXIT.
092320
092330*----------------------------------------------------------------
092340*  7825-CLEARANCE-ONE - ONE SORTED RECORD. A NEW STUDENT CLOSES
092350*  OUT THE LAST ONE; A NEW PROGRAM ALSO CLOSES OUT ITS SECTION
092360*  AND STARTS A FRESH PAGE. EVERY RECORD BUT A CANDIDATE'S OWN
092370*  MARKER IS ONE PASSED SUBJECT.
092380*----------------------------------------------------------------
092390 7825-CLEARANCE-ONE.
092400     RETURN CLEARANCE-SORT
092410         AT END
092420             MOVE "Y" TO WS-SORT-EOF-SW
092430             GO TO 7825-EXIT
092440     END-RETURN
092450
092460     EVALUATE TRUE
092470         WHEN WS-RPT-FIRST
092480             MOVE "N" TO WS-RPT-FIRST-SW
092490             MOVE CR-COURSE TO WS-CLR-PREV-COURSE
092500             PERFORM 7835-START-PROGRAM THRU 7835-EXIT
092510             PERFORM 7850-START-CANDIDATE THRU 7850-EXIT
092520         WHEN CR-COURSE NOT = WS-CLR-PREV-COURSE
092530             PERFORM 7830-FINISH-CANDIDATE THRU 7830-EXIT
092540             PERFORM 7840-PRINT-PROGRAM-TOTAL THRU 7840-EXIT
092550             MOVE CR-COURSE TO WS-CLR-PREV-COURSE
092560             PERFORM 7835-START-PROGRAM THRU 7835-EXIT
092570             PERFORM 7850-START-CANDIDATE THRU 7850-EXIT
092580         WHEN CR-SNO NOT = WS-CLR-PREV-SNO
092590             PERFORM 7830-FINISH-CANDIDATE THRU 7830-EXIT
092600             PERFORM 7850-START-CANDIDATE THRU 7850-EXIT
092610     END-EVALUATE
092620
092630     IF CR-SUBJECT NOT = SPACES
092640         MOVE CR-SUBJECT TO WS-GC-ADD-SUBJECT
092650         MOVE CR-UNITS   TO WS-GC-ADD-UNITS
092660         PERFORM 7755-ADD-PASSED THRU 7755-EXIT
092670     END-IF.
092680 7825-EXIT.
092690     EXIT.
092700
092710*----------------------------------------------------------------
092720*  7830-FINISH-CANDIDATE - EVALUATES AND PRINTS THE CANDIDATE
092730*  WHOSE PASSED SUBJECTS HAVE JUST BEEN GATHERED.
092740*----------------------------------------------------------------
092750 7830-FINISH-CANDIDATE.
092760     PERFORM 7760-EVALUATE-CLEARANCE THRU 7760-EXIT
092770     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
092780         PERFORM 7845-CLR-PAGE-HEADING THRU 7845-EXIT
092790     END-IF
092800     MOVE WS-GC-SNO TO CLR-DET-SNO
092810     SET k TO 1
092820     SEARCH student-info VARYING k
092830         AT END
092840             MOVE SPACES TO CLR-DET-NAME
092850             MOVE SPACES TO CLR-DET-STATUS
092860         WHEN sNo(k) = WS-GC-SNO
092870             MOVE fullname(k)      TO CLR-DET-NAME
092880             MOVE enroll-status(k) TO CLR-DET-STATUS
092890     END-SEARCH
092900     MOVE WS-GC-UNITS-EARNED TO CLR-DET-EARNED
092910     IF WS-GC-CLEARED
092920         MOVE "CLEARED"     TO CLR-DET-RESULT
092930     ELSE
092940         MOVE "NOT CLEARED" TO CLR-DET-RESULT
092950     END-IF
092960     WRITE RPT-PRINT-LINE FROM CLR-DETAIL-LINE
092970         AFTER ADVANCING 1 LINE
092980     ADD 1 TO WS-RPT-LINE-COUNT
092990     ADD 1 TO WS-CLR-SUB-COUNT
093000     IF WS-GC-CLEARED
093010         ADD 1 TO WS-CLR-SUB-CLEARED
093020         GO TO 7830-EXIT
093030     END-IF
093040
093050     IF NOT WS-GC-PROGRAM-FOUND
093060         WRITE RPT-PRINT-LINE FROM CLR-NOCUR-LINE
093070             AFTER ADVANCING 1 LINE
093080         ADD 1 TO WS-RPT-LINE-COUNT
093090         GO TO 7830-EXIT
093100     END-IF
093110     PERFORM 7832-PRINT-ONE-MISSING THRU 7832-EXIT
093120         VARYING gm FROM 1 BY 1 UNTIL gm > WS-GC-MISS-STORED
093130     IF WS-GC-MISS-COUNT > WS-GC-MISS-STORED
093140         COMPUTE CLR-MORE-COUNT =
093150             WS-GC-MISS-COUNT - WS-GC-MISS-STORED
093160         WRITE RPT-PRINT-LINE FROM CLR-MORE-LINE
093170             AFTER ADVANCING 1 LINE
093180         ADD 1 TO WS-RPT-LINE-COUNT
093190     END-IF
093200     IF WS-GC-SHORTFALL > 0
093210         MOVE WS-GC-SHORTFALL    TO CLR-SHT-UNITS
093220         MOVE WS-GC-UNITS-EARNED TO CLR-SHT-EARNED
093230         MOVE WS-GC-UNITS-REQ    TO CLR-SHT-REQUIRED
093240         WRITE RPT-PRINT-LINE FROM CLR-SHORT-LINE
093250             AFTER ADVANCING 1 LINE
093260         ADD 1 TO WS-RPT-LINE-COUNT
093270     END-IF.
093280 7830-EXIT.
093290     EXIT.
093300
093310 7832-PRINT-ONE-MISSING.
093320     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
093330         PERFORM 7845-CLR-PAGE-HEADING THRU 7845-EXIT
093340     END-IF
093350     MOVE WS-GM-SUBJECT(gm) TO CLR-MIS-CODE
093360     MOVE WS-GM-SUBJECT(gm) TO WS-SUBJ-TEST
093370     PERFORM 1660-FIND-SUBJECT THRU 1660-EXIT
093380     MOVE WS-SUBJ-TITLE TO CLR-MIS-TITLE
093390     WRITE RPT-PRINT-LINE FROM CLR-MISSING-LINE
093400         AFTER ADVANCING 1 LINE
093410     ADD 1 TO WS-RPT-LINE-COUNT.
093420 7832-EXIT.
093430     EXIT.
093440
093450*  A NEW PROGRAM'S REQUIREMENTS ARE MEASURED AGAINST AN EMPTY
093460*  PASSED LIST TO GET ITS MINIMUM UNITS AND SUBJECT COUNT FOR
093470*  THE SECTION HEADING, WHICH EVERY PAGE OF THE SECTION REPEATS.
093480 7835-START-PROGRAM.
093490     MOVE WS-CLR-PREV-COURSE TO WS-GC-COURSE
093500     MOVE 0 TO WS-GC-PASSED-COUNT
093510     PERFORM 7760-EVALUATE-CLEARANCE THRU 7760-EXIT
093520     MOVE WS-CLR-PREV-COURSE TO CLR-PRG-COURSE
093530     MOVE WS-GC-UNITS-REQ    TO CLR-PRG-UNITS
093540     MOVE WS-GC-REQ-COUNT    TO CLR-PRG-SUBJECTS
093550     PERFORM 7845-CLR-PAGE-HEADING THRU 7845-EXIT.
093560 7835-EXIT.
093570     EXIT.
093580
093590 7840-PRINT-PROGRAM-TOTAL.
093600     MOVE "PROGRAM TOTAL"    TO CLR-TOT-LABEL
093610     MOVE WS-CLR-SUB-COUNT   TO CLR-TOT-COUNT
093620     MOVE WS-CLR-SUB-CLEARED TO CLR-TOT-CLEARED
093630     COMPUTE CLR-TOT-NOT = WS-CLR-SUB-COUNT - WS-CLR-SUB-CLEARED
093640     WRITE RPT-PRINT-LINE FROM CLR-TOTAL-LINE
093650         AFTER ADVANCING 2 LINES
093660     ADD 2 TO WS-RPT-LINE-COUNT
093670     ADD WS-CLR-SUB-COUNT   TO WS-CLR-ALL-COUNT
093680     ADD WS-CLR-SUB-CLEARED TO WS-CLR-ALL-CLEARED
093690     MOVE 0 TO WS-CLR-SUB-COUNT
093700     MOVE 0 TO WS-CLR-SUB-CLEARED.
093710 7840-EXIT.
093720     EXIT.
093730
093740 7845-CLR-PAGE-HEADING.
093750     ADD 1 TO WS-RPT-PAGE-NO
093760     MOVE WS-RPT-PAGE-NO TO CLR-H1-PAGE
093770     WRITE RPT-PRINT-LINE FROM CLR-HEADING-1
093780         AFTER ADVANCING PAGE
093790     WRITE RPT-PRINT-LINE FROM CLR-PROGRAM-LINE
093800         AFTER ADVANCING 2 LINES
093810     WRITE RPT-PRINT-LINE FROM CLR-HEADING-2
093820         AFTER ADVANCING 2 LINES
093830     MOVE 5 TO WS-RPT-LINE-COUNT.
093840 7845-EXIT.
093850     EXIT.
093860
093870 7850-START-CANDIDATE.
093880     MOVE CR-SNO    TO WS-CLR-PREV-SNO
093890     MOVE CR-SNO    TO WS-GC-SNO
093900     MOVE CR-COURSE TO WS-GC-COURSE
093910     MOVE 0 TO WS-GC-PASSED-COUNT.
093920 7850-EXIT.
093930     EXIT.
093940
093950******************************************************************
093960*  7900-SPONSOR-BILLING - THE SPONSOR BILLING STATEMENTS (MENU   *
093970*  [30] OR PARM='SPONSOR', OPTIONALLY PARM='SPONSOR YYYYMM').    *
093980*  EVERY GRANT FOR THE TERM THAT NAMES A SPONSOR AND HAS BEEN    *
093990*  APPLIED BY THE ASSESSMENT RUN IS SORTED BY SPONSOR AND        *
094000*  STUDENT; EACH SPONSOR GETS A PAGE LISTING THE STUDENTS IT     *
094010*  COVERS AND THE AMOUNT IT OWES FOR EACH, WITH ITS TOTAL.       *
094020******************************************************************
094030 7900-SPONSOR-BILLING.
094040     IF WS-MODE-SPONSOR
094050         IF WS-SPN-TERM IS NOT NUMERIC
094060             MOVE WS-CURRENT-TERM TO WS-SPN-TERM
094070         END-IF
094080     ELSE
094090         MOVE SPACES TO WS-TERM-ENTRY
094100         PERFORM 4521-PROMPT-TERM THRU 4521-EXIT
094110             UNTIL WS-TERM-ENTRY IS NUMERIC
094120         MOVE WS-TERM-ENTRY TO WS-SPN-TERM
094130     END-IF
094140
094150     OPEN INPUT GRANT-FILE
094160     IF WS-FS-GRANT NOT = "00"
094170         DISPLAY "NO GRANTS ON FILE (STATUS=" WS-FS-GRANT ")."
094180         GO TO 7900-EXIT
094190     END-IF
094200     CLOSE GRANT-FILE
094210     OPEN OUTPUT REPORT-FILE
094220     IF WS-FS-REPORT NOT = "00"
094230         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
094240             WS-FS-REPORT
094250         GO TO 7900-EXIT
094260     END-IF
094270
094280     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
094290     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
094300     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
094310     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
094320     MOVE WS-RPT-RUN-DATE      TO SPN-H1-DATE
094330     MOVE WS-SPN-TERM          TO SPN-H1-TERM
094340     MOVE 0 TO WS-RPT-PAGE-NO
094350     MOVE 0 TO WS-SPN-SUB-COUNT
094360     MOVE 0 TO WS-SPN-SUB-AMOUNT
094370     MOVE 0 TO WS-SPN-ALL-COUNT
094380     MOVE 0 TO WS-SPN-ALL-AMOUNT
094390     MOVE 0 TO WS-SPN-SPONSORS
094400     MOVE "Y" TO WS-RPT-FIRST-SW
094410
094420     SORT SPONSOR-SORT
094430         ON ASCENDING KEY SP-SPONSOR SP-SNO
094440         INPUT PROCEDURE 7910-SPONSOR-INPUT THRU 7910-EXIT
094450         OUTPUT PROCEDURE 7920-SPONSOR-OUTPUT THRU 7920-EXIT
094460
094470     CLOSE REPORT-FILE
094480     MOVE WS-SPN-ALL-AMOUNT TO WS-MONEY-ED
094490     DISPLAY "SPONSORS BILLED          : " WS-SPN-SPONSORS
094500     DISPLAY "SPONSORED GRANTS         : " WS-SPN-ALL-COUNT
094510     DISPLAY "TOTAL DUE FROM SPONSORS  : " WS-MONEY-ED
094520     DISPLAY "SPONSOR BILLING WRITTEN TO STUREPT.".
094530 7900-EXIT.
094540     EXIT.
094550
094560 7910-SPONSOR-INPUT.
094570     OPEN INPUT GRANT-FILE
094580     IF WS-FS-GRANT NOT = "00"
094590         GO TO 7910-EXIT
094600     END-IF
094610     MOVE "N" TO WS-GN-EOF-SW
094620     PERFORM 7915-RELEASE-ONE-GRANT THRU 7915-EXIT
094630         UNTIL WS-GN-EOF
094640     CLOSE GRANT-FILE.
094650 7910-EXIT.
094660     EXIT.
094670
094680 7915-RELEASE-ONE-GRANT.
094690     READ GRANT-FILE NEXT RECORD
094700         AT END
094710             MOVE "Y" TO WS-GN-EOF-SW
094720             GO TO 7915-EXIT
094730     END-READ
094740     IF GN-TERM NOT = WS-SPN-TERM OR GN-SPONSOR = SPACES
094750         GO TO 7915-EXIT
094760     END-IF
094770     IF GN-APPLIED IS NOT NUMERIC
094780         GO TO 7915-EXIT
094790     END-IF
094800     IF GN-APPLIED = 0
094810         GO TO 7915-EXIT
094820     END-IF
094830     MOVE GN-SPONSOR TO SP-SPONSOR
094840     MOVE GN-SNO     TO SP-SNO
094850     MOVE GN-TYPE    TO SP-TYPE
094860     MOVE GN-BASIS   TO SP-BASIS
094870     MOVE 0          TO SP-PERCENT
094880     IF GN-BY-PERCENT
094890         MOVE GN-PERCENT TO SP-PERCENT
094900     END-IF
094910     MOVE GN-APPLIED TO SP-APPLIED
094920     RELEASE SP-RECORD.
094930 7915-EXIT.
094940     EXIT.
094950
094960 7920-SPONSOR-OUTPUT.
094970     MOVE "N" TO WS-SORT-EOF-SW
094980     PERFORM 7925-SPONSOR-ONE THRU 7925-EXIT
094990         UNTIL WS-SORT-EOF
095000     IF WS-RPT-FIRST
095010         ADD 1 TO WS-RPT-PAGE-NO
095020         MOVE WS-RPT-PAGE-NO TO SPN-H1-PAGE
095030         WRITE RPT-PRINT-LINE FROM SPN-HEADING-1
095040             AFTER ADVANCING PAGE
095050         WRITE RPT-PRINT-LINE FROM SPN-NONE-LINE
095060             AFTER ADVANCING 2 LINES
095070     ELSE
095080         PERFORM 7930-PRINT-SPONSOR-TOTAL THRU 7930-EXIT
095090     END-IF
095100     MOVE "ALL SPONSORS"    TO SPN-TOT-LABEL
095110     MOVE WS-SPN-ALL-COUNT  TO SPN-TOT-COUNT
095120     MOVE WS-SPN-ALL-AMOUNT TO SPN-TOT-AMOUNT
095130     WRITE RPT-PRINT-LINE FROM SPN-TOTAL-LINE
095140         AFTER ADVANCING 3 LINES.
095150 7920-EXIT.
095160     EXIT.
095170
095180*----------------------------------------------------------------
095190*  7925-SPONSOR-ONE - ONE SORTED GRANT. A NEW SPONSOR CLOSES OUT
095200*  THE LAST ONE'S STATEMENT AND STARTS A PAGE OF ITS OWN.
095210*----------------------------------------------------------------
095220 7925-SPONSOR-ONE.
095230     RETURN SPONSOR-SORT
095240         AT END
095250             MOVE "Y" TO WS-SORT-EOF-SW
095260             GO TO 7925-EXIT
095270     END-RETURN
095280
095290     EVALUATE TRUE
095300         WHEN WS-RPT-FIRST
095310             MOVE "N" TO WS-RPT-FIRST-SW
095320             PERFORM 7928-START-SPONSOR THRU 7928-EXIT
095330         WHEN SP-SPONSOR NOT = WS-SPN-PREV-SPONSOR
095340             PERFORM 7930-PRINT-SPONSOR-TOTAL THRU 7930-EXIT
095350             PERFORM 7928-START-SPONSOR THRU 7928-EXIT
095360         WHEN WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
095370             PERFORM 7935-SPN-PAGE-HEADING THRU 7935-EXIT
095380     END-EVALUATE
095390
095400     MOVE SP-SNO TO SPN-DET-SNO
095410     SET k TO 1
095420     SEARCH student-info VARYING k
095430         AT END
095440             MOVE SPACES TO SPN-DET-NAME
095450             MOVE SPACES TO SPN-DET-COURSE
095460         WHEN sNo(k) = SP-SNO
095470             MOVE fullname(k) TO SPN-DET-NAME
095480             MOVE course(k)   TO SPN-DET-COURSE
095490     END-SEARCH
095500     EVALUATE SP-TYPE
095510         WHEN "S"
095520             MOVE "SCHOLARSHIP" TO SPN-DET-TYPE
095530         WHEN "E"
095540             MOVE "DEPENDENT"   TO SPN-DET-TYPE
095550         WHEN "G"
095560             MOVE "GOVERNMENT"  TO SPN-DET-TYPE
095570         WHEN OTHER
095580             MOVE "DISCOUNT"    TO SPN-DET-TYPE
095590     END-EVALUATE
095600     IF SP-BASIS = "P"
095610         MOVE SP-PERCENT     TO SPN-PCT-VALUE
095620         MOVE SPN-PERCENT-ED TO SPN-DET-BASIS
095630     ELSE
095640         MOVE "FIXED"        TO SPN-DET-BASIS
095650     END-IF
095660     MOVE SP-APPLIED TO SPN-DET-AMOUNT
095670     WRITE RPT-PRINT-LINE FROM SPN-DETAIL-LINE
095680         AFTER ADVANCING 1 LINE
095690     ADD 1 TO WS-RPT-LINE-COUNT
095700     ADD 1 TO WS-SPN-SUB-COUNT
095710     ADD SP-APPLIED TO WS-SPN-SUB-AMOUNT.
095720 7925-EXIT.
095730     EXIT.
095740
095750 7928-START-SPONSOR.
095760     MOVE SP-SPONSOR TO WS-SPN-PREV-SPONSOR
095770     MOVE SP-SPONSOR TO SPN-SPN-NAME
095780     ADD 1 TO WS-SPN-SPONSORS
095790     PERFORM 7935-SPN-PAGE-HEADING THRU 7935-EXIT.
095800 7928-EXIT.
095810     EXIT.
095820
095830 7930-PRINT-SPONSOR-TOTAL.
095840     MOVE "SPONSOR TOTAL"   TO SPN-TOT-LABEL
095850     MOVE WS-SPN-SUB-COUNT  TO SPN-TOT-COUNT
095860     MOVE WS-SPN-SUB-AMOUNT TO SPN-TOT-AMOUNT
095870     WRITE RPT-PRINT-LINE FROM SPN-TOTAL-LINE
095880         AFTER ADVANCING 2 LINES
095890     ADD 2 TO WS-RPT-LINE-COUNT
095900     ADD WS-SPN-SUB-COUNT  TO WS-SPN-ALL-COUNT
095910     ADD WS-SPN-SUB-AMOUNT TO WS-SPN-ALL-AMOUNT
095920     MOVE 0 TO WS-SPN-SUB-COUNT
095930     MOVE 0 TO WS-SPN-SUB-AMOUNT.
095940 7930-EXIT.
095950     EXIT.
095960
095970 7935-SPN-PAGE-HEADING.
095980     ADD 1 TO WS-RPT-PAGE-NO
095990     MOVE WS-RPT-PAGE-NO TO SPN-H1-PAGE
096000     WRITE RPT-PRINT-LINE FROM SPN-HEADING-1
096010         AFTER ADVANCING PAGE
096020     WRITE RPT-PRINT-LINE FROM SPN-SPONSOR-LINE
096030         AFTER ADVANCING 2 LINES
096040     WRITE RPT-PRINT-LINE FROM SPN-HEADING-2
096050         AFTER ADVANCING 2 LINES
096060     MOVE 5 TO WS-RPT-LINE-COUNT.
096070 7935-EXIT.
096080     EXIT.
096090
096100******************************************************************
096110*  7950-SMS-NOTIFY - THE NIGHTLY SMS NOTIFICATION RUN            *
096120*  (PARM='NOTIFY', SEE JCL MEMBER FLORSMS). WRITES ONE FIXED-    *
096130*  LAYOUT MESSAGE PER NOTICE TO SMS-FILE FOR THE CAMPUS SMS      *
096140*  GATEWAY: EVERY WAITLIST PROMOTION (JOURNAL ACTION "W") AND    *
096150*  EVERY STATUS CHANGE ("S" OR "O") JOURNALED SINCE THE RUN'S    *
096160*  OWN HIGH-WATER MARK, AND - ONCE PER DUE DATE, ON THE FIRST    *
096170*  RUN AFTER IT HAS PASSED - EVERY ASSESSMENT STILL CARRYING A   *
096180*  BALANCE. A STUDENT WITH A BLANK OR NON-NUMERIC MOBILE GOES ON *
096190*  THE EXCEPTIONS LIST (REPORT-FILE) INSTEAD. THE CONTROL RECORD *
096200*  IS REWRITTEN ONLY AFTER THE SMS FILE IS COMPLETE AND CLOSED,  *
096210*  SO A NOTICE IS NEVER SENT TWICE.                              *
096220*  THE JOURNAL IS READ HISTORY FIRST (8700), SO ENTRIES A BACKUP *
096230*  HAS CUT OVER SINCE THE MARK ARE STILL SEEN.                   *
096240******************************************************************
096250 7950-SMS-NOTIFY.
096260     MOVE 0 TO WS-NTF-WAITLIST
096270     MOVE 0 TO WS-NTF-STATUSES
096280     MOVE 0 TO WS-NTF-BALANCES
096290     MOVE 0 TO WS-NTF-WRITTEN
096300     MOVE 0 TO WS-NTF-EXCEPTIONS
096310
096320     PERFORM 7955-LOAD-SMS-CONTROL THRU 7955-EXIT
096330     MOVE WS-NTF-HWM-DATE TO WS-NTF-NEW-HWM-DATE
096340     MOVE WS-NTF-HWM-TIME TO WS-NTF-NEW-HWM-TIME
096350*  A DUE DATE NAMED IN THE PARM TAIL REPLACES THE ONE ON FILE
096360*  AND IS KEPT FOR THE NIGHTS THAT FOLLOW.
096370     IF WS-NTF-PARM-DUE > 0
096380         MOVE WS-NTF-PARM-DUE TO WS-NTF-DUE-DATE
096390     END-IF
096400
096410     OPEN OUTPUT SMS-FILE
096420     IF WS-FS-SMS NOT = "00"
096430         DISPLAY "SMS FILE COULD NOT BE OPENED, STATUS="
096440             WS-FS-SMS
096450         GO TO 7950-EXIT
096460     END-IF
096470     OPEN OUTPUT REPORT-FILE
096480     IF WS-FS-REPORT NOT = "00"
096490         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
096500             WS-FS-REPORT
096510         CLOSE SMS-FILE
096520         GO TO 7950-EXIT
096530     END-IF
096540
096550     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
096560     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
096570     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
096580     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
096590     MOVE WS-RPT-RUN-DATE      TO NTF-H1-DATE
096600     MOVE 0 TO WS-RPT-PAGE-NO
096610     PERFORM 7990-NTF-PAGE-HEADING THRU 7990-EXIT
096620
096630     PERFORM 8700-OPEN-JOURNALS THRU 8700-EXIT
096640     IF WS-FS-JOURNAL NOT = "00"
096650         DISPLAY "JOURNAL COULD NOT BE OPENED, STATUS="
096660             WS-FS-JOURNAL " - NO WAITLIST OR STATUS NOTICES."
096670     ELSE
096680         MOVE "N" TO WS-JRNL-EOF-SW
096690         PERFORM 7960-SCAN-ONE-JOURNAL THRU 7960-EXIT
096700             UNTIL WS-JRNL-EOF
096710         PERFORM 8710-CLOSE-JOURNALS THRU 8710-EXIT
096720     END-IF
096730
096740     PERFORM 7965-BALANCE-REMINDERS THRU 7965-EXIT
096750
096760     MOVE WS-NTF-WRITTEN    TO NTF-TOT-SENT
096770     MOVE WS-NTF-EXCEPTIONS TO NTF-TOT-BAD
096780     WRITE RPT-PRINT-LINE FROM NTF-TOTAL-LINE
096790         AFTER ADVANCING 2 LINES
096800     CLOSE REPORT-FILE
096810     CLOSE SMS-FILE
096820
096830*  ONLY A COMPLETE, CLOSED SMS FILE MOVES THE MARK.
096840     PERFORM 7985-SAVE-SMS-CONTROL THRU 7985-EXIT
096850
096860     DISPLAY " "
096870     DISPLAY "  ====SMS NOTIFICATION SUMMARY===="
096880     DISPLAY "WAITLIST PROMOTIONS      : " WS-NTF-WAITLIST
096890     DISPLAY "STATUS CHANGES           : " WS-NTF-STATUSES
096900     DISPLAY "BALANCE REMINDERS        : " WS-NTF-BALANCES
096910     DISPLAY "MESSAGES WRITTEN         : " WS-NTF-WRITTEN
096920     DISPLAY "EXCEPTIONS - NO MOBILE   : " WS-NTF-EXCEPTIONS
096930     DISPLAY "HIGH-WATER MARK          : " WS-NTF-NEW-HWM-DATE
096940         " " WS-NTF-NEW-HWM-TIME
096950     DISPLAY "BALANCE DUE DATE         : " WS-NTF-DUE-DATE.
096960 7950-EXIT.
096970     EXIT.
096980
096990*----------------------------------------------------------------
097000*  7955-LOAD-SMS-CONTROL - PICKS UP THE MARK AND DUE DATES THE
097010*  PREVIOUS RUN LEFT. WITH NO CONTROL RECORD THE RUN HAS NEVER
097020*  BEEN MADE: RATHER THAN TEXT EVERY STUDENT ABOUT THE WHOLE
097030*  JOURNAL, THE FIRST RUN ONLY SETS THE MARK AT ITS END.
097040*----------------------------------------------------------------
097050 7955-LOAD-SMS-CONTROL.
097060     MOVE 0 TO WS-NTF-HWM-DATE
097070     MOVE 0 TO WS-NTF-HWM-TIME
097080     MOVE 0 TO WS-NTF-DUE-DATE
097090     MOVE 0 TO WS-NTF-BAL-DATE
097100     MOVE "N" TO WS-NTF-NO-CONTROL-SW
097110     OPEN INPUT SMS-CONTROL-FILE
097120     IF WS-FS-SMSCTL NOT = "00"
097130         DISPLAY "NO SMS CONTROL RECORD (STATUS=" WS-FS-SMSCTL
097140             ") - MARKING THE END OF THE JOURNAL, NO WAITLIST "
097150             "OR STATUS NOTICES THIS RUN."
097160         MOVE "Y" TO WS-NTF-NO-CONTROL-SW
097170         GO TO 7955-EXIT
097180     END-IF
097190     READ SMS-CONTROL-FILE NEXT RECORD
097200         AT END
097210             DISPLAY "SMS CONTROL FILE IS EMPTY - MARKING THE "
097220                 "END OF THE JOURNAL, NO WAITLIST OR STATUS "
097230                 "NOTICES THIS RUN."
097240             MOVE "Y" TO WS-NTF-NO-CONTROL-SW
097250             CLOSE SMS-CONTROL-FILE
097260             GO TO 7955-EXIT
097270     END-READ
097280     IF NC-HWM-DATE IS NUMERIC
097290         MOVE NC-HWM-DATE TO WS-NTF-HWM-DATE
097300     END-IF
097310     IF NC-HWM-TIME IS NUMERIC
097320         MOVE NC-HWM-TIME TO WS-NTF-HWM-TIME
097330     END-IF
097340     IF NC-DUE-DATE IS NUMERIC
097350         MOVE NC-DUE-DATE TO WS-NTF-DUE-DATE
097360     END-IF
097370     IF NC-BAL-DATE IS NUMERIC
097380         MOVE NC-BAL-DATE TO WS-NTF-BAL-DATE
097390     END-IF
097400     CLOSE SMS-CONTROL-FILE.
097410 7955-EXIT.
097420     EXIT.
097430
097440 7960-SCAN-ONE-JOURNAL.
097450     PERFORM 8705-READ-JOURNAL THRU 8705-EXIT
097460     IF WS-JRNL-EOF
097470         GO TO 7960-EXIT
097480     END-IF
097490
097500*  ONLY ENTRIES STAMPED AFTER THE MARK ARE NEW.
097510     IF JL-ACTION-DATE < WS-NTF-HWM-DATE
097520             OR (JL-ACTION-DATE = WS-NTF-HWM-DATE
097530             AND JL-ACTION-TIME <= WS-NTF-HWM-TIME)
097540         GO TO 7960-EXIT
097550     END-IF
097560     IF JL-ACTION-DATE > WS-NTF-NEW-HWM-DATE
097570             OR (JL-ACTION-DATE = WS-NTF-NEW-HWM-DATE
097580             AND JL-ACTION-TIME > WS-NTF-NEW-HWM-TIME)
097590         MOVE JL-ACTION-DATE TO WS-NTF-NEW-HWM-DATE
097600         MOVE JL-ACTION-TIME TO WS-NTF-NEW-HWM-TIME
097610     END-IF
097620     IF WS-NTF-NO-CONTROL
097630         GO TO 7960-EXIT
097640     END-IF
097650
097660     MOVE JL-SNO          TO WS-NTF-SNO
097670     MOVE JL-NEW-FULLNAME TO WS-NTF-NAME
097680     MOVE JL-NEW-MOBILE   TO WS-NTF-MOBILE
097690     MOVE SPACES          TO WS-NTF-TEXT
097700     MOVE 1               TO WS-NTF-PTR
097710     EVALUATE JL-ACTION
097720         WHEN "W"
097730             ADD 1 TO WS-NTF-WAITLIST
097740             MOVE "WAITLIST" TO WS-NTF-TYPE
097750             MOVE JL-NEW-COURSE TO WS-CSV-FIELD
097760             PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
097770             STRING "REGISTRAR: A SEAT HAS OPENED AND YOU ARE "
097780                 "NOW ENROLLED IN " DELIMITED BY SIZE
097790                 WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
097800                 " FROM THE WAITLIST." DELIMITED BY SIZE
097810                 INTO WS-NTF-TEXT
097820                 WITH POINTER WS-NTF-PTR
097830             END-STRING
097840         WHEN "S"
097850         WHEN "O"
097860*  A CHANGE THAT ONLY RESTAMPED THE TERM IS NOT NEWS TO ANYONE.
097870             IF JL-NEW-STATUS = JL-OLD-STATUS
097880                 GO TO 7960-EXIT
097890             END-IF
097900             ADD 1 TO WS-NTF-STATUSES
097910             MOVE "STATUS" TO WS-NTF-TYPE
097920             EVALUATE JL-NEW-STATUS
097930                 WHEN "A"
097940                     MOVE "ACTIVE"    TO WS-NTF-STATUS-TEXT
097950                 WHEN "L"
097960                     MOVE "ON LEAVE"  TO WS-NTF-STATUS-TEXT
097970                 WHEN "G"
097980                     MOVE "GRADUATED" TO WS-NTF-STATUS-TEXT
097990                 WHEN "W"
098000                     MOVE "WITHDRAWN" TO WS-NTF-STATUS-TEXT
098010                 WHEN OTHER
098020                     MOVE JL-NEW-STATUS TO WS-NTF-STATUS-TEXT
098030             END-EVALUATE
098040             MOVE WS-NTF-STATUS-TEXT TO WS-CSV-FIELD
098050             PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
098060             STRING "REGISTRAR: YOUR ENROLLMENT STATUS IS NOW "
098070                 DELIMITED BY SIZE
098080                 WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
098090                 " AS OF TERM " DELIMITED BY SIZE
098100                 JL-NEW-TERM DELIMITED BY SIZE
098110                 "." DELIMITED BY SIZE
098120                 INTO WS-NTF-TEXT
098130                 WITH POINTER WS-NTF-PTR
098140             END-STRING
098150         WHEN OTHER
098160             GO TO 7960-EXIT
098170     END-EVALUATE
098180     PERFORM 7970-QUEUE-ONE-SMS THRU 7970-EXIT.
098190 7960-EXIT.
098200     EXIT.
098210
098220*----------------------------------------------------------------
098230*  7965-BALANCE-REMINDERS - ONCE PER DUE DATE, ON THE FIRST RUN
098240*  AFTER IT HAS PASSED, A REMINDER FOR EVERY ASSESSMENT STILL
098250*  CARRYING A BALANCE (AS-AMOUNT, THE NET DUE, LESS AS-PAID). A
098260*  NEW DUE DATE IN THE PARM TAIL ARMS THE NEXT ROUND.
098270*----------------------------------------------------------------
098280 7965-BALANCE-REMINDERS.
098290     IF WS-NTF-DUE-DATE = 0
098300         DISPLAY "NO DUE DATE ON FILE - NO BALANCE "
098310             "REMINDERS. NAME ONE WITH PARM='NOTIFY  YYYYMMDD'."
098320         GO TO 7965-EXIT
098330     END-IF
098340     IF WS-RPT-DATE-RAW NOT > WS-NTF-DUE-DATE
098350         DISPLAY "BALANCES ARE NOT YET PAST DUE (DUE "
098360             WS-NTF-DUE-DATE ") - NO BALANCE REMINDERS."
098370         GO TO 7965-EXIT
098380     END-IF
098390     IF WS-NTF-BAL-DATE = WS-NTF-DUE-DATE
098400         DISPLAY "BALANCE REMINDERS FOR DUE DATE "
098410             WS-NTF-DUE-DATE " WERE ALREADY SENT."
098420         GO TO 7965-EXIT
098430     END-IF
098440
098450     OPEN INPUT ASSESS-FILE
098460     IF WS-FS-ASSESS NOT = "00"
098470         DISPLAY "ASSESSMENT FILE COULD NOT BE OPENED, STATUS="
098480             WS-FS-ASSESS " - NO BALANCE REMINDERS."
098490         GO TO 7965-EXIT
098500     END-IF
098510     MOVE "N" TO WS-ASSESS-EOF-SW
098520     PERFORM 7967-REMIND-ONE-ASSESS THRU 7967-EXIT
098530         UNTIL WS-ASSESS-EOF
098540     CLOSE ASSESS-FILE
098550     MOVE WS-NTF-DUE-DATE TO WS-NTF-BAL-DATE.
098560 7965-EXIT.
098570     EXIT.
098580
098590 7967-REMIND-ONE-ASSESS.
098600     READ ASSESS-FILE NEXT RECORD
098610         AT END
098620             MOVE "Y" TO WS-ASSESS-EOF-SW
098630             GO TO 7967-EXIT
098640     END-READ
098650     IF AS-AMOUNT NOT > AS-PAID
098660         GO TO 7967-EXIT
098670     END-IF
098680     ADD 1 TO WS-NTF-BALANCES
098690     COMPUTE WS-NTF-BALANCE = AS-AMOUNT - AS-PAID
098700
098710     MOVE AS-SNO        TO WS-NTF-SNO
098720     MOVE SPACES        TO WS-NTF-NAME
098730     MOVE SPACES        TO WS-NTF-MOBILE
098740     MOVE "BALANCE"     TO WS-NTF-TYPE
098750     MOVE SPACES        TO WS-NTF-TEXT
098760     MOVE 1             TO WS-NTF-PTR
098770     MOVE WS-NTF-BALANCE TO WS-NTF-AMOUNT-ED
098780     MOVE 0 TO WS-NTF-LEAD
098790     INSPECT WS-NTF-AMOUNT-ED TALLYING WS-NTF-LEAD
098800         FOR LEADING SPACES
098810     STRING "REGISTRAR: YOUR TUITION BALANCE OF "
098820         DELIMITED BY SIZE
098830         WS-NTF-AMOUNT-ED(WS-NTF-LEAD + 1:) DELIMITED BY SIZE
098840         " FOR TERM " DELIMITED BY SIZE
098850         AS-TERM DELIMITED BY SIZE
098860         " WAS DUE " DELIMITED BY SIZE
098870         WS-NTF-DUE-YYYY "-" WS-NTF-DUE-MM "-" WS-NTF-DUE-DD
098880             DELIMITED BY SIZE
098890         ". PLEASE SETTLE IT AT THE CASHIER." DELIMITED BY SIZE
098900         INTO WS-NTF-TEXT
098910         WITH POINTER WS-NTF-PTR
098920     END-STRING
098930     PERFORM 7970-QUEUE-ONE-SMS THRU 7970-EXIT.
098940 7967-EXIT.
098950     EXIT.
098960
098970*----------------------------------------------------------------
098980*  7970-QUEUE-ONE-SMS - SENDS THE NOTICE STAGED IN WS-NTF-SNO
098990*  THROUGH WS-NTF-TEXT, OR LISTS IT AS AN EXCEPTION. THE
099000*  DIRECTORY'S MOBILE IS THE LATEST ON FILE, SO A NUMBER
099010*  CORRECTED SINCE THE ENTRY WAS JOURNALED WINS; A STUDENT NO
099020*  LONGER ON FILE KEEPS WHATEVER MOBILE THE CALLER STAGED.
099030*----------------------------------------------------------------
099040 7970-QUEUE-ONE-SMS.
099050     MOVE WS-NTF-SNO TO SEARCHNUM
099060     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
099070     IF WS-STU-FOUND
099080         MOVE mobile(i)   TO WS-NTF-MOBILE
099090         MOVE fullname(i) TO WS-NTF-NAME
099100     END-IF
099110
099120     IF WS-NTF-MOBILE = SPACES AND NOT WS-STU-FOUND
099130         MOVE "NOT-ON-FILE" TO WS-NTF-REASON
099140         GO TO 7975-LIST-EXCEPTION
099150     END-IF
099160     IF WS-NTF-MOBILE = SPACES
099170         MOVE "NO-MOBILE" TO WS-NTF-REASON
099180         GO TO 7975-LIST-EXCEPTION
099190     END-IF
099200     IF WS-NTF-MOBILE IS NOT NUMERIC
099210         MOVE "BAD-MOBILE" TO WS-NTF-REASON
099220         GO TO 7975-LIST-EXCEPTION
099230     END-IF
099240
099250     MOVE WS-NTF-MOBILE TO NT-MOBILE
099260     MOVE WS-NTF-TYPE   TO NT-TYPE
099270     MOVE WS-NTF-TEXT   TO NT-TEXT
099280     WRITE NT-RECORD
099290     ADD 1 TO WS-NTF-WRITTEN
099300     GO TO 7970-EXIT.
099310
099320 7975-LIST-EXCEPTION.
099330     ADD 1 TO WS-NTF-EXCEPTIONS
099340     MOVE WS-NTF-SNO    TO NTF-DET-SNO
099350     MOVE WS-NTF-NAME   TO NTF-DET-NAME
099360     MOVE WS-NTF-TYPE   TO NTF-DET-TYPE
099370     MOVE WS-NTF-MOBILE TO NTF-DET-MOBILE
099380     MOVE WS-NTF-REASON TO NTF-DET-REASON
099390     WRITE RPT-PRINT-LINE FROM NTF-DETAIL-LINE
099400         AFTER ADVANCING 1 LINE
099410     ADD 1 TO WS-RPT-LINE-COUNT
099420     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
099430         PERFORM 7990-NTF-PAGE-HEADING THRU 7990-EXIT
099440     END-IF.
099450 7970-EXIT.
099460     EXIT.
099470
099480 7985-SAVE-SMS-CONTROL.
099490     OPEN OUTPUT SMS-CONTROL-FILE
099500     IF WS-FS-SMSCTL NOT = "00"
099510         DISPLAY "SMS CONTROL RECORD COULD NOT BE SAVED, STATUS="
099520             WS-FS-SMSCTL " - THE NEXT RUN WILL REPEAT THIS "
099530             "WINDOW."
099540         GO TO 7985-EXIT
099550     END-IF
099560     MOVE WS-NTF-NEW-HWM-DATE TO NC-HWM-DATE
099570     MOVE WS-NTF-NEW-HWM-TIME TO NC-HWM-TIME
099580     MOVE WS-NTF-DUE-DATE     TO NC-DUE-DATE
099590     MOVE WS-NTF-BAL-DATE     TO NC-BAL-DATE
099600     WRITE NC-RECORD
099610     CLOSE SMS-CONTROL-FILE.
099620 7985-EXIT.
099630     EXIT.
099640
099650 7990-NTF-PAGE-HEADING.
099660     ADD 1 TO WS-RPT-PAGE-NO
099670     MOVE WS-RPT-PAGE-NO TO NTF-H1-PAGE
099680     WRITE RPT-PRINT-LINE FROM NTF-HEADING-1
099690         AFTER ADVANCING PAGE
099700     WRITE RPT-PRINT-LINE FROM NTF-HEADING-2
099710         AFTER ADVANCING 2 LINES
099720     MOVE 3 TO WS-RPT-LINE-COUNT.
099730 7990-EXIT.
099740     EXIT.
099750
099760******************************************************************
099770*  8000-TERMINATE - CLOSE THE MASTER BEFORE STOP RUN. EVERY ADD /*
099780*  EDIT / DELETE HAS ALREADY BEEN APPLIED TO THE FILE IN PLACE   *
099790*  BY 8200/8300/8400, SO THERE IS NOTHING LEFT TO SAVE HERE.     *
099800******************************************************************
099810 8000-TERMINATE.
099820     CLOSE STUDENT-MASTER
099830     IF WS-SESSION-OPEN
099840         PERFORM 1850-CLOSE-SESSION THRU 1850-EXIT
099850     END-IF.
099860 8000-EXIT.
099870     EXIT.
099880
099890******************************************************************
099900*  8100-READ-MASTER - RANDOM READ OF THE RECORD WHOSE KEY IS IN  *
099910*  SM-SNO, SO EVERY MUTATING MENU OPERATION WORKS FROM WHAT IS   *
099920*  ON DISK RIGHT NOW RATHER THAN WHAT THIS SESSION LOADED AT     *
099930*  STARTUP - TWO TERMINALS CAN KEY AT ONCE AND NEITHER           *
099940*  OVERWRITES THE OTHER UNSEEN.                                  *
099950******************************************************************
099960 8100-READ-MASTER.
099970     MOVE "N" TO WS-MASTER-FOUND-SW
099980     READ STUDENT-MASTER RECORD
099990         INVALID KEY
100000             GO TO 8100-EXIT
100010     END-READ
100020     IF FS-OK
100030         MOVE "Y" TO WS-MASTER-FOUND-SW
100040     END-IF.
100050 8100-EXIT.
100060     EXIT.
100070
100080******************************************************************
100090*  8150-LOCK-MASTER - MARKS THE RECORD JUST READ IN USE BY THIS  *
100100*  OPERATOR, OR SETS WS-REC-BUSY WHEN ANOTHER TERMINAL ALREADY   *
100110*  HOLDS IT. THE DATA REWRITE THAT ENDS THE DIALOG CLEARS THE    *
100120*  MARK (8300 BLANKS SM-IN-USE-ID ON EVERY WRITE), SO THE LOCK   *
100130*  LIVES EXACTLY AS LONG AS THE EDIT. BATCH RUNS DO NOT LOCK -   *
100140*  THE SESSION INTERLOCK KEEPS THEM OFF A LIVE DIRECTORY         *
100150*  ENTIRELY.                                                     *
100160******************************************************************
100170 8150-LOCK-MASTER.
100180     MOVE "N" TO WS-REC-BUSY-SW
100190     IF SM-IN-USE-ID NOT = SPACES
100200             AND SM-IN-USE-ID NOT = WS-USER-ID
100210         SET WS-REC-BUSY TO TRUE
100220         GO TO 8150-EXIT
100230     END-IF
100240     MOVE WS-USER-ID TO SM-IN-USE-ID
100250     REWRITE SM-RECORD
100260     END-REWRITE
100270     IF NOT FS-OK AND WS-FS-STUDENT-MASTER(1:1) NOT = "2"
100280         DISPLAY "STUDENT-MASTER LOCK FAILED, STATUS="
100290             WS-FS-STUDENT-MASTER
100300     END-IF.
100310 8150-EXIT.
100320     EXIT.
100330
100340******************************************************************
100350*  8160-UNLOCK-MASTER - CLEARS THE IN-USE STAMP ON THE RECORD    *
100360*  IN SM-RECORD, FOR A DIALOG THAT LOCKED IT AND THEN BACKED     *
100370*  OUT WITHOUT THE DATA REWRITE THAT WOULD HAVE CLEARED IT.      *
100380******************************************************************
100390 8160-UNLOCK-MASTER.
100400     MOVE SPACES TO SM-IN-USE-ID
100410     REWRITE SM-RECORD
100420     END-REWRITE
100430     IF NOT FS-OK AND WS-FS-STUDENT-MASTER(1:1) NOT = "2"
100440         DISPLAY "STUDENT-MASTER UNLOCK FAILED, STATUS="
100450             WS-FS-STUDENT-MASTER
100460     END-IF.
100470 8160-EXIT.
100480     EXIT.
100490
100500******************************************************************
100510*  8170-REFRESH-SLOT - COPIES THE RECORD JUST READ INTO SLOT i,  *
100520*  SO THE TABLE THIS SESSION SEARCHES AND DISPLAYS FROM AGREES   *
100530*  WITH WHAT ANOTHER TERMINAL MAY HAVE SAVED SINCE STARTUP.      *
100540******************************************************************
100550 8170-REFRESH-SLOT.
100560     MOVE SM-SNO         TO sNo(i)
100570     MOVE SM-FULLNAME    TO fullname(i)
100580     MOVE SM-COURSE      TO course(i)
100590     MOVE SM-MOBILE      TO mobile(i)
100600     MOVE SM-LANDLINE    TO landline(i)
100610     MOVE SM-AGE         TO age(i)
100620     MOVE SM-STATUS      TO enroll-status(i)
100630     MOVE SM-STATUS-TERM TO status-term(i).
100640 8170-EXIT.
100650     EXIT.
100660
100670******************************************************************
100680*  8190-DROP-SLOT - BLANKS SLOT i. USED WHEN A KEYED READ SHOWS  *
100690*  ANOTHER TERMINAL REMOVED THE STUDENT THIS SESSION STILL HAD   *
100700*  IN ITS TABLE.                                                 *
100710******************************************************************
100720 8190-DROP-SLOT.
100730     MOVE SPACES TO fullname(i)
100740     MOVE SPACES TO sNo(i)
100750     MOVE SPACES TO course(i)
100760     MOVE SPACES TO mobile(i)
100770     MOVE SPACES TO landline(i)
100780     MOVE ZERO   TO age(i)
100790     MOVE SPACES TO enroll-status(i)
100800     MOVE SPACES TO status-term(i).
100810 8190-EXIT.
100820     EXIT.
100830
100840******************************************************************
100850*  8600-LOCATE-STUDENT - FINDS SEARCHNUM FOR A MUTATING MENU     *
100860*  OPERATION: FIRST IN THIS SESSION'S TABLE, THEN - SO A STUDENT *
100870*  ANOTHER TERMINAL ADDED MID-SESSION IS STILL REACHABLE - BY A  *
100880*  KEYED READ OF THE MASTER, PULLING THE RECORD INTO A FREE      *
100890*  SLOT. LEAVES i ON THE SLOT AND WS-STU-FOUND SET, OR           *
100900*  WS-STU-FOUND OFF WHEN THE NUMBER IS NOWHERE.                  *
100910******************************************************************
100920 8600-LOCATE-STUDENT.
100930     MOVE "N" TO WS-STU-FOUND-SW
100940     SET i TO 1
100950     SEARCH student-info
100960         AT END
100970             CONTINUE
100980         WHEN sNo(i) = SEARCHNUM
100990             MOVE "Y" TO WS-STU-FOUND-SW
101000     END-SEARCH
101010     IF WS-STU-FOUND
101020         GO TO 8600-EXIT
101030     END-IF
101040
101050     MOVE SEARCHNUM TO SM-SNO
101060     PERFORM 8100-READ-MASTER THRU 8100-EXIT
101070     IF NOT WS-MASTER-FOUND
101080         GO TO 8600-EXIT
101090     END-IF
101100     PERFORM 3050-FIND-ADD-SLOT THRU 3050-EXIT
101110     IF NOT WS-FREE-SLOT-FOUND AND i > WS-MAX-STUDENTS
101120*  THE TABLE IS AT ITS CEILING - THE RECORD EXISTS BUT THIS
101130*  SESSION HAS NOWHERE TO HOLD IT.
101140         DISPLAY "DIRECTORY TABLE IS AT CAPACITY - CANNOT PULL "
101150             SEARCHNUM " INTO THIS SESSION."
101160         GO TO 8600-EXIT
101170     END-IF
101180     IF NOT WS-FREE-SLOT-FOUND
101190         MOVE i TO WS-STUDENT-COUNT
101200     END-IF
101210     PERFORM 8170-REFRESH-SLOT THRU 8170-EXIT
101220     MOVE "Y" TO WS-STU-FOUND-SW.
101230 8600-EXIT.
101240     EXIT.
101250
101260******************************************************************
101270*  8200-WRITE-MASTER / 8300-REWRITE-MASTER / 8400-DELETE-MASTER -*
101280*  SINGLE KEYED OPERATIONS AGAINST STUDENT-MASTER, WHICH IS      *
101290*  INDEXED ON SM-SNO AND HELD OPEN I-O. ONE STUDENT CHANGED      *
101300*  MEANS ONE RECORD TOUCHED, AND THE MASTER IS NEVER IN THE      *
101310*  HALF-WRITTEN STATE THE OLD CLOSE/REOPEN-OUTPUT FULL REWRITE   *
101320*  RISKED ON EVERY MENU ACTION.                                  *
101330*                                                                *
101340*  8200 AND 8300 TAKE THE STUDENT FROM student-info(i); 8400     *
101350*  TAKES THE KEY ALREADY IN SM-SNO, SET BY THE CALLER BEFORE     *
101360*  THE SLOT IS BLANKED.                                          *
101370******************************************************************
101380 8200-WRITE-MASTER.
101390     MOVE sNo(i)        TO SM-SNO
101400     MOVE fullname(i)   TO SM-FULLNAME
101410     MOVE course(i)     TO SM-COURSE
101420     MOVE mobile(i)     TO SM-MOBILE
101430     MOVE landline(i)   TO SM-LANDLINE
101440     MOVE age(i)        TO SM-AGE
101450     MOVE enroll-status(i) TO SM-STATUS
101460     MOVE status-term(i)   TO SM-STATUS-TERM
101470*  A DATA WRITE ALWAYS RELEASES THE RECORD.
101480     MOVE SPACES           TO SM-IN-USE-ID
101490     WRITE SM-RECORD
101500         INVALID KEY
101510             DISPLAY "DUPLICATE STUDENT NUMBER ON SAVE: " SM-SNO
101520     END-WRITE
101530     IF NOT FS-OK AND WS-FS-STUDENT-MASTER(1:1) NOT = "2"
101540         DISPLAY "STUDENT-MASTER WRITE FAILED, STATUS="
101550             WS-FS-STUDENT-MASTER
101560     END-IF.
101570 8200-EXIT.
101580     EXIT.
101590
101600 8300-REWRITE-MASTER.
101610     MOVE sNo(i)        TO SM-SNO
101620     MOVE fullname(i)   TO SM-FULLNAME
101630     MOVE course(i)     TO SM-COURSE
101640     MOVE mobile(i)     TO SM-MOBILE
101650     MOVE landline(i)   TO SM-LANDLINE
101660     MOVE age(i)        TO SM-AGE
101670     MOVE enroll-status(i) TO SM-STATUS
101680     MOVE status-term(i)   TO SM-STATUS-TERM
101690*  A DATA WRITE ALWAYS RELEASES THE RECORD.
101700     MOVE SPACES           TO SM-IN-USE-ID
101710     REWRITE SM-RECORD
101720         INVALID KEY
101730             DISPLAY "STUDENT NOT ON MASTER FOR REWRITE: " SM-SNO
101740     END-REWRITE
101750     IF NOT FS-OK AND WS-FS-STUDENT-MASTER(1:1) NOT = "2"
101760         DISPLAY "STUDENT-MASTER REWRITE FAILED, STATUS="
101770             WS-FS-STUDENT-MASTER
101780     END-IF.
101790 8300-EXIT.
101800     EXIT.
101810
101820 8400-DELETE-MASTER.
101830     DELETE STUDENT-MASTER RECORD
101840         INVALID KEY
101850             DISPLAY "STUDENT NOT ON MASTER FOR DELETE: " SM-SNO
101860     END-DELETE
101870     IF NOT FS-OK AND WS-FS-STUDENT-MASTER(1:1) NOT = "2"
101880         DISPLAY "STUDENT-MASTER DELETE FAILED, STATUS="
101890             WS-FS-STUDENT-MASTER
101900     END-IF.
101910 8400-EXIT.
101920     EXIT.
101930
101940******************************************************************
101950*  8700-OPEN-JOURNALS / 8705-READ-JOURNAL / 8710-CLOSE-JOURNALS -*
101960*  THE WHOLE CHANGE JOURNAL, OLDEST ENTRY FIRST. EACH BACKUP     *
101970*  CLOSES A JOURNAL GENERATION ONTO JOURNAL-HISTORY AND STARTS   *
101980*  JOURNAL-FILE OVER EMPTY, SO A READER THAT NEEDS EVERY ENTRY   *
101990*  EVER WRITTEN TAKES JOURNAL-HISTORY FIRST AND JOURNAL-FILE     *
102000*  AFTER IT. EACH ENTRY COMES BACK IN JL-RECORD, WHICHEVER FILE  *
102010*  IT CAME FROM, AND WS-JRNL-EOF IS SET AT THE END OF BOTH. NO   *
102020*  HISTORY FILE (NO BACKUP TAKEN YET) MEANS THE LIVE JOURNAL     *
102030*  ALONE. THE CALLER TESTS WS-FS-JOURNAL AFTER THE OPEN, AS IT   *
102040*  DID BEFORE THERE WAS A HISTORY.                               *
102050******************************************************************
102060 8700-OPEN-JOURNALS.
102070     MOVE "N" TO WS-JRNL-EOF-SW
102080     MOVE "N" TO WS-JH-OPEN-SW
102090     OPEN INPUT JOURNAL-HISTORY
102100     IF WS-FS-JRNLHIST = "00"
102110         MOVE "Y" TO WS-JH-OPEN-SW
102120     END-IF
102130     OPEN INPUT JOURNAL-FILE
102140     IF WS-FS-JOURNAL NOT = "00" AND WS-JH-OPEN
102150         CLOSE JOURNAL-HISTORY
102160         MOVE "N" TO WS-JH-OPEN-SW
102170     END-IF.
102180 8700-EXIT.
102190     EXIT.
102200
102210 8705-READ-JOURNAL.
102220     IF WS-JH-OPEN
102230         READ JOURNAL-HISTORY NEXT RECORD INTO JL-RECORD
102240             AT END
102250                 CLOSE JOURNAL-HISTORY
102260                 MOVE "N" TO WS-JH-OPEN-SW
102270         END-READ
102280     END-IF
102290     IF WS-JH-OPEN
102300         GO TO 8705-EXIT
102310     END-IF
102320     READ JOURNAL-FILE NEXT RECORD
102330         AT END
102340             MOVE "Y" TO WS-JRNL-EOF-SW
102350     END-READ.
102360 8705-EXIT.
102370     EXIT.
102380
102390 8710-CLOSE-JOURNALS.
102400     IF WS-JH-OPEN
102410         CLOSE JOURNAL-HISTORY
102420         MOVE "N" TO WS-JH-OPEN-SW
102430     END-IF
102440     CLOSE JOURNAL-FILE.
102450 8710-EXIT.
102460     EXIT.
102470
102480******************************************************************
102490*  8800-BACKUP-RUN - THE SCHEDULED IMAGE-COPY BACKUP (PARM=      *
102500*  'BACKUP', SEE JCL MEMBER FLORBKP). UNDER ONE DATE/TIME STAMP  *
102510*  IT COPIES THE MASTER (IN KEY ORDER), GRADE-FILE, ASSESS-FILE  *
102520*  AND WAITLIST-FILE RECORD FOR RECORD TO NEW IMAGE GENERATIONS, *
102530*  WRITES THE CONTROL RECORD WITH THE STAMP AND EACH FILE'S      *
102540*  COUNT AND KEY RANGE, AND THEN CUTS THE JOURNAL OVER (8835).   *
102550*  THE RUN IS INTERLOCKED LIKE THE MASTER-WRITING RUNS, SO       *
102560*  NOTHING CHANGES BETWEEN THE STAMP AND THE CUTOVER. AN IMAGE   *
102570*  THAT CANNOT BE WRITTEN STOPS THE RUN BEFORE THE CONTROL       *
102580*  RECORD, AND THE JOURNAL IS LEFT AS IT WAS.                    *
102590******************************************************************
102600 8800-BACKUP-RUN.
102610     MOVE "N" TO WS-BKP-FAILED-SW
102620     MOVE 0 TO WS-BKP-JOURNALED
102630     PERFORM 8805-CLEAR-ONE-FILE THRU 8805-EXIT
102640         VARYING WS-BKP-SUB FROM 1 BY 1 UNTIL WS-BKP-SUB > 4
102650     SET WS-BKP-SIDE-BACKUP TO TRUE
102660     ACCEPT WS-BKP-DATE FROM DATE YYYYMMDD
102670     ACCEPT WS-BKP-TIME FROM TIME
102680
102690     PERFORM 8810-IMAGE-MASTER THRU 8810-EXIT
102700     IF NOT WS-BKP-FAILED
102710         PERFORM 8815-IMAGE-GRADES THRU 8815-EXIT
102720     END-IF
102730     IF NOT WS-BKP-FAILED
102740         PERFORM 8820-IMAGE-ASSESSMENTS THRU 8820-EXIT
102750     END-IF
102760     IF NOT WS-BKP-FAILED
102770         PERFORM 8825-IMAGE-WAITLIST THRU 8825-EXIT
102780     END-IF
102790     IF NOT WS-BKP-FAILED
102800         PERFORM 8830-WRITE-BACKUP-CONTROL THRU 8830-EXIT
102810     END-IF
102820     IF WS-BKP-FAILED
102830         DISPLAY "BACKUP NOT COMPLETED - NO CONTROL RECORD WAS "
102840             "WRITTEN AND THE JOURNAL WAS NOT CUT OVER."
102850         GO TO 8800-EXIT
102860     END-IF
102870     PERFORM 8835-CUT-OVER-JOURNAL THRU 8835-EXIT
102880
102890     DISPLAY " "
102900     DISPLAY "  ====MASTER BACKUP SUMMARY===="
102910     DISPLAY "BACKUP STAMP             : " WS-BKP-DATE " "
102920         WS-BKP-TIME
102930     DISPLAY "MASTER RECORDS COPIED    : " WS-BKP-COUNT(1)
102940     DISPLAY "GRADE RECORDS COPIED     : " WS-BKP-COUNT(2)
102950     DISPLAY "ASSESSMENTS COPIED       : " WS-BKP-COUNT(3)
102960     DISPLAY "WAITLIST ENTRIES COPIED  : " WS-BKP-COUNT(4)
102970     DISPLAY "JOURNAL ENTRIES CLOSED   : " WS-BKP-JOURNALED
102980     IF WS-BKP-FAILED
102990         DISPLAY "THE JOURNAL WAS NOT CUT OVER - THE IMAGES ARE "
103000             "GOOD, AND THE REBUILD SKIPS ENTRIES UP TO THE "
103010             "BACKUP STAMP. CLEAR THE FAULT BEFORE THE NEXT "
103020             "BACKUP."
103030     END-IF.
103040 8800-EXIT.
103050     EXIT.
103060
103070 8805-CLEAR-ONE-FILE.
103080     MOVE 0      TO WS-BKP-COUNT(WS-BKP-SUB)
103090     MOVE SPACES TO WS-BKP-LOW(WS-BKP-SUB)
103100     MOVE SPACES TO WS-BKP-HIGH(WS-BKP-SUB)
103110     MOVE 0      TO WS-BKP-IMAGE(WS-BKP-SUB)
103120     MOVE "N"    TO WS-BKP-IMG-SW(WS-BKP-SUB)
103130     MOVE 0      TO WS-BKP-LIVE(WS-BKP-SUB)
103140     MOVE SPACES TO WS-BKP-LIVE-LOW(WS-BKP-SUB)
103150     MOVE SPACES TO WS-BKP-LIVE-HIGH(WS-BKP-SUB)
103160     EVALUATE WS-BKP-SUB
103170         WHEN 1
103180             MOVE "STUMAST"  TO WS-BKP-NAME(WS-BKP-SUB)
103190         WHEN 2
103200             MOVE "STUGRAD"  TO WS-BKP-NAME(WS-BKP-SUB)
103210         WHEN 3
103220             MOVE "STUASSES" TO WS-BKP-NAME(WS-BKP-SUB)
103230         WHEN OTHER
103240             MOVE "WAITLIST" TO WS-BKP-NAME(WS-BKP-SUB)
103250     END-EVALUATE.
103260 8805-EXIT.
103270     EXIT.
103280
103290 8810-IMAGE-MASTER.
103300     MOVE 1 TO WS-BKP-SUB
103310     OPEN OUTPUT MASTER-IMAGE
103320     IF WS-FS-MSTIMG NOT = "00"
103330         DISPLAY "MASTER IMAGE COULD NOT BE OPENED, STATUS="
103340             WS-FS-MSTIMG
103350         MOVE "Y" TO WS-BKP-FAILED-SW
103360         GO TO 8810-EXIT
103370     END-IF
103380*  THE STARTUP LOAD LEFT THE MASTER POSITIONED AT END OF FILE -
103390*  START IT OVER FROM THE LOWEST KEY, THE SAME AS THE SWEEP.
103400     MOVE LOW-VALUES TO SM-SNO
103410     START STUDENT-MASTER KEY NOT LESS THAN SM-SNO
103420         INVALID KEY
103430             CONTINUE
103440     END-START
103450     MOVE "N" TO WS-EOF-SW
103460     IF NOT FS-OK
103470         MOVE "Y" TO WS-EOF-SW
103480     END-IF
103490     PERFORM 8812-IMAGE-ONE-MASTER THRU 8812-EXIT
103500         UNTIL WS-EOF
103510     CLOSE MASTER-IMAGE.
103520 8810-EXIT.
103530     EXIT.
103540
103550 8812-IMAGE-ONE-MASTER.
103560     READ STUDENT-MASTER NEXT RECORD
103570         AT END
103580             MOVE "Y" TO WS-EOF-SW
103590             GO TO 8812-EXIT
103600     END-READ
103610     WRITE MI-RECORD FROM SM-RECORD
103620     IF WS-FS-MSTIMG NOT = "00"
103630         DISPLAY "MASTER IMAGE WRITE FAILED, STATUS="
103640             WS-FS-MSTIMG
103650         MOVE "Y" TO WS-BKP-FAILED-SW
103660         MOVE "Y" TO WS-EOF-SW
103670         GO TO 8812-EXIT
103680     END-IF
103690     MOVE SM-SNO TO WS-BKP-KEY
103700     PERFORM 8850-TALLY-KEY THRU 8850-EXIT.
103710 8812-EXIT.
103720     EXIT.
103730
103740*----------------------------------------------------------------
103750*  8815 / 8820 / 8825 - THE GRADE, ASSESSMENT AND WAITLIST
103760*  IMAGES. A FILE NOT CREATED YET (STATUS 35) IS AN EMPTY IMAGE;
103770*  ANY OTHER OPEN FAILURE STOPS THE BACKUP.
103780*----------------------------------------------------------------
103790 8815-IMAGE-GRADES.
103800     MOVE 2 TO WS-BKP-SUB
103810     OPEN OUTPUT GRADE-IMAGE
103820     IF WS-FS-GRDIMG NOT = "00"
103830         DISPLAY "GRADE IMAGE COULD NOT BE OPENED, STATUS="
103840             WS-FS-GRDIMG
103850         MOVE "Y" TO WS-BKP-FAILED-SW
103860         GO TO 8815-EXIT
103870     END-IF
103880     OPEN INPUT GRADE-FILE
103890     IF WS-FS-GRADE = "35"
103900         CLOSE GRADE-IMAGE
103910         GO TO 8815-EXIT
103920     END-IF
103930     IF WS-FS-GRADE NOT = "00"
103940         DISPLAY "GRADE FILE COULD NOT BE OPENED, STATUS="
103950             WS-FS-GRADE
103960         CLOSE GRADE-IMAGE
103970         MOVE "Y" TO WS-BKP-FAILED-SW
103980         GO TO 8815-EXIT
103990     END-IF
104000     MOVE "N" TO WS-BKP-EOF-SW
104010     PERFORM 8817-IMAGE-ONE-GRADE THRU 8817-EXIT
104020         UNTIL WS-BKP-EOF
104030     CLOSE GRADE-FILE
104040     CLOSE GRADE-IMAGE.
104050 8815-EXIT.
104060     EXIT.
104070
104080 8817-IMAGE-ONE-GRADE.
104090     READ GRADE-FILE NEXT RECORD
104100         AT END
104110             MOVE "Y" TO WS-BKP-EOF-SW
104120             GO TO 8817-EXIT
104130     END-READ
104140     WRITE GI-RECORD FROM GD-RECORD
104150     IF WS-FS-GRDIMG NOT = "00"
104160         DISPLAY "GRADE IMAGE WRITE FAILED, STATUS="
104170             WS-FS-GRDIMG
104180         MOVE "Y" TO WS-BKP-FAILED-SW
104190         MOVE "Y" TO WS-BKP-EOF-SW
104200         GO TO 8817-EXIT
104210     END-IF
104220     MOVE GD-SNO TO WS-BKP-KEY
104230     PERFORM 8850-TALLY-KEY THRU 8850-EXIT.
104240 8817-EXIT.
104250     EXIT.
104260
104270 8820-IMAGE-ASSESSMENTS.
104280     MOVE 3 TO WS-BKP-SUB
104290     OPEN OUTPUT ASSESS-IMAGE
104300     IF WS-FS-ASSIMG NOT = "00"
104310         DISPLAY "ASSESSMENT IMAGE COULD NOT BE OPENED, STATUS="
104320             WS-FS-ASSIMG
104330         MOVE "Y" TO WS-BKP-FAILED-SW
104340         GO TO 8820-EXIT
104350     END-IF
104360     OPEN INPUT ASSESS-FILE
104370     IF WS-FS-ASSESS = "35"
104380         CLOSE ASSESS-IMAGE
104390         GO TO 8820-EXIT
104400     END-IF
104410     IF WS-FS-ASSESS NOT = "00"
104420         DISPLAY "ASSESSMENT FILE COULD NOT BE OPENED, STATUS="
104430             WS-FS-ASSESS
104440         CLOSE ASSESS-IMAGE
104450         MOVE "Y" TO WS-BKP-FAILED-SW
104460         GO TO 8820-EXIT
104470     END-IF
104480     MOVE "N" TO WS-BKP-EOF-SW
104490     PERFORM 8822-IMAGE-ONE-ASSESSMENT THRU 8822-EXIT
104500         UNTIL WS-BKP-EOF
104510     CLOSE ASSESS-FILE
104520     CLOSE ASSESS-IMAGE.
104530 8820-EXIT.
104540     EXIT.
104550
104560 8822-IMAGE-ONE-ASSESSMENT.
104570     READ ASSESS-FILE NEXT RECORD
104580         AT END
104590             MOVE "Y" TO WS-BKP-EOF-SW
104600             GO TO 8822-EXIT
104610     END-READ
104620     WRITE AI-RECORD FROM AS-RECORD
104630     IF WS-FS-ASSIMG NOT = "00"
104640         DISPLAY "ASSESSMENT IMAGE WRITE FAILED, STATUS="
104650             WS-FS-ASSIMG
104660         MOVE "Y" TO WS-BKP-FAILED-SW
104670         MOVE "Y" TO WS-BKP-EOF-SW
104680         GO TO 8822-EXIT
104690     END-IF
104700     MOVE AS-SNO TO WS-BKP-KEY
104710     PERFORM 8850-TALLY-KEY THRU 8850-EXIT.
104720 8822-EXIT.
104730     EXIT.
104740
104750 8825-IMAGE-WAITLIST.
104760     MOVE 4 TO WS-BKP-SUB
104770     OPEN OUTPUT WAITLIST-IMAGE
104780     IF WS-FS-WLIMG NOT = "00"
104790         DISPLAY "WAITLIST IMAGE COULD NOT BE OPENED, STATUS="
104800             WS-FS-WLIMG
104810         MOVE "Y" TO WS-BKP-FAILED-SW
104820         GO TO 8825-EXIT
104830     END-IF
104840     OPEN INPUT WAITLIST-FILE
104850     IF WS-FS-WAITLIST = "35"
104860         CLOSE WAITLIST-IMAGE
104870         GO TO 8825-EXIT
104880     END-IF
104890     IF WS-FS-WAITLIST NOT = "00"
104900         DISPLAY "WAITLIST COULD NOT BE OPENED, STATUS="
104910             WS-FS-WAITLIST
104920         CLOSE WAITLIST-IMAGE
104930         MOVE "Y" TO WS-BKP-FAILED-SW
104940         GO TO 8825-EXIT
104950     END-IF
104960     MOVE "N" TO WS-BKP-EOF-SW
104970     PERFORM 8827-IMAGE-ONE-WAITLIST THRU 8827-EXIT
104980         UNTIL WS-BKP-EOF
104990     CLOSE WAITLIST-FILE
105000     CLOSE WAITLIST-IMAGE.
105010 8825-EXIT.
105020     EXIT.
105030
105040 8827-IMAGE-ONE-WAITLIST.
105050     READ WAITLIST-FILE NEXT RECORD
105060         AT END
105070             MOVE "Y" TO WS-BKP-EOF-SW
105080             GO TO 8827-EXIT
105090     END-READ
105100     WRITE WI-RECORD FROM WL-RECORD
105110     IF WS-FS-WLIMG NOT = "00"
105120         DISPLAY "WAITLIST IMAGE WRITE FAILED, STATUS="
105130             WS-FS-WLIMG
105140         MOVE "Y" TO WS-BKP-FAILED-SW
105150         MOVE "Y" TO WS-BKP-EOF-SW
105160         GO TO 8827-EXIT
105170     END-IF
105180     MOVE WL-SNO TO WS-BKP-KEY
105190     PERFORM 8850-TALLY-KEY THRU 8850-EXIT.
105200 8827-EXIT.
105210     EXIT.
105220
105230 8830-WRITE-BACKUP-CONTROL.
105240     OPEN OUTPUT BACKUP-CONTROL
105250     IF WS-FS-BKUPCTL NOT = "00"
105260         DISPLAY "BACKUP CONTROL RECORD COULD NOT BE OPENED, "
105270             "STATUS=" WS-FS-BKUPCTL
105280         MOVE "Y" TO WS-BKP-FAILED-SW
105290         GO TO 8830-EXIT
105300     END-IF
105310     MOVE WS-BKP-DATE TO BK-DATE
105320     MOVE WS-BKP-TIME TO BK-TIME
105330     PERFORM 8832-STAGE-ONE-FILE THRU 8832-EXIT
105340         VARYING WS-BKP-SUB FROM 1 BY 1 UNTIL WS-BKP-SUB > 4
105350     WRITE BK-RECORD
105360     IF WS-FS-BKUPCTL NOT = "00"
105370         DISPLAY "BACKUP CONTROL RECORD COULD NOT BE WRITTEN, "
105380             "STATUS=" WS-FS-BKUPCTL
105390         MOVE "Y" TO WS-BKP-FAILED-SW
105400     END-IF
105410     CLOSE BACKUP-CONTROL.
105420 8830-EXIT.
105430     EXIT.
105440
105450 8832-STAGE-ONE-FILE.
105460     MOVE WS-BKP-NAME(WS-BKP-SUB)  TO BK-FILE-NAME(WS-BKP-SUB)
105470     MOVE WS-BKP-COUNT(WS-BKP-SUB) TO BK-COUNT(WS-BKP-SUB)
105480     MOVE WS-BKP-LOW(WS-BKP-SUB)   TO BK-LOW-KEY(WS-BKP-SUB)
105490     MOVE WS-BKP-HIGH(WS-BKP-SUB)  TO BK-HIGH-KEY(WS-BKP-SUB).
105500 8832-EXIT.
105510     EXIT.
105520
105530*----------------------------------------------------------------
105540*  8835-CUT-OVER-JOURNAL - CLOSES THE JOURNAL GENERATION THE NEW
105550*  IMAGES ALREADY CONTAIN: EVERY LIVE ENTRY IS APPENDED TO
105560*  JOURNAL-HISTORY, AND ONLY WHEN ALL OF THEM ARE THERE IS
105570*  JOURNAL-FILE STARTED OVER EMPTY. IF THE HISTORY CANNOT TAKE
105580*  THEM THE LIVE JOURNAL IS LEFT WHOLE - NOTHING IS LOST, AND
105590*  THE REBUILD STILL SKIPS WHAT THE IMAGE HOLDS BY ITS STAMP.
105600*  THE HISTORY MAY ALREADY HOLD THE FRONT OF THE LIVE JOURNAL
105610*  FROM A CUTOVER THAT STOPPED PART WAY, SO LIVE ENTRIES STAMPED
105620*  AT OR BEFORE ITS LAST ENTRY (8836) ARE PASSED OVER, AND THE
105630*  NEXT BACKUP CARRIES ON WHERE THAT ONE STOPPED.
105640*----------------------------------------------------------------
105650 8835-CUT-OVER-JOURNAL.
105660     OPEN INPUT JOURNAL-FILE
105670     IF WS-FS-JOURNAL NOT = "00"
105680         DISPLAY "JOURNAL COULD NOT BE OPENED, STATUS="
105690             WS-FS-JOURNAL
105700         MOVE "Y" TO WS-BKP-FAILED-SW
105710         GO TO 8835-EXIT
105720     END-IF
105730     PERFORM 8836-FIND-LAST-HISTORY THRU 8836-EXIT
105740     MOVE 0 TO WS-BKP-RESUMED
105750     OPEN EXTEND JOURNAL-HISTORY
105760     IF WS-FS-JRNLHIST = "35"
105770         OPEN OUTPUT JOURNAL-HISTORY
105780     END-IF
105790     IF WS-FS-JRNLHIST NOT = "00"
105800         DISPLAY "JOURNAL HISTORY COULD NOT BE OPENED, STATUS="
105810             WS-FS-JRNLHIST
105820         CLOSE JOURNAL-FILE
105830         MOVE "Y" TO WS-BKP-FAILED-SW
105840         GO TO 8835-EXIT
105850     END-IF
105860     MOVE "N" TO WS-JRNL-EOF-SW
105870     PERFORM 8837-CLOSE-ONE-JOURNAL THRU 8837-EXIT
105880         UNTIL WS-JRNL-EOF
105890     CLOSE JOURNAL-HISTORY
105900     CLOSE JOURNAL-FILE
105910     IF WS-BKP-RESUMED > 0
105920         DISPLAY "JOURNAL ENTRIES ALREADY ON HISTORY: "
105930             WS-BKP-RESUMED " - EARLIER CUTOVER RESUMED."
105940     END-IF
105950     IF WS-BKP-FAILED
105960         GO TO 8835-EXIT
105970     END-IF
105980
105990     OPEN OUTPUT JOURNAL-FILE
106000     CLOSE JOURNAL-FILE.
106010 8835-EXIT.
106020     EXIT.
106030
106040 8836-FIND-LAST-HISTORY.
106050     MOVE 0 TO WS-BKP-LAST-DATE
106060     MOVE 0 TO WS-BKP-LAST-TIME
106070     OPEN INPUT JOURNAL-HISTORY
106080     IF WS-FS-JRNLHIST NOT = "00"
106090         GO TO 8836-EXIT
106100     END-IF
106110     MOVE "N" TO WS-BKP-EOF-SW
106120     PERFORM 8838-READ-ONE-HISTORY THRU 8838-EXIT
106130         UNTIL WS-BKP-EOF
106140     CLOSE JOURNAL-HISTORY.
106150 8836-EXIT.
106160     EXIT.
106170
106180 8837-CLOSE-ONE-JOURNAL.
106190     READ JOURNAL-FILE NEXT RECORD
106200         AT END
106210             MOVE "Y" TO WS-JRNL-EOF-SW
106220             GO TO 8837-EXIT
106230     END-READ
106240
106250*  ALREADY CARRIED OVER BY A CUTOVER THAT STOPPED PART WAY - THE
106260*  SAME STAMP TEST THE REBUILD USES AGAINST THE IMAGE.
106270     IF JL-ACTION-DATE < WS-BKP-LAST-DATE
106280             OR (JL-ACTION-DATE = WS-BKP-LAST-DATE
106290             AND JL-ACTION-TIME NOT > WS-BKP-LAST-TIME)
106300         ADD 1 TO WS-BKP-RESUMED
106310         GO TO 8837-EXIT
106320     END-IF
106330
106340     WRITE JH-RECORD FROM JL-RECORD
106350     IF WS-FS-JRNLHIST NOT = "00"
106360         DISPLAY "JOURNAL HISTORY WRITE FAILED, STATUS="
106370             WS-FS-JRNLHIST
106380         MOVE "Y" TO WS-BKP-FAILED-SW
106390         MOVE "Y" TO WS-JRNL-EOF-SW
106400         GO TO 8837-EXIT
106410     END-IF
106420     ADD 1 TO WS-BKP-JOURNALED.
106430 8837-EXIT.
106440     EXIT.
106450
106460 8838-READ-ONE-HISTORY.
106470     READ JOURNAL-HISTORY NEXT RECORD INTO JL-RECORD
106480         AT END
106490             MOVE "Y" TO WS-BKP-EOF-SW
106500             GO TO 8838-EXIT
106510     END-READ
106520     MOVE JL-ACTION-DATE TO WS-BKP-LAST-DATE
106530     MOVE JL-ACTION-TIME TO WS-BKP-LAST-TIME.
106540 8838-EXIT.
106550     EXIT.
106560
106570*----------------------------------------------------------------
106580*  8850-TALLY-KEY - COUNTS ONE RECORD WHOSE STUDENT NUMBER IS IN
106590*  WS-BKP-KEY AGAINST FILE WS-BKP-SUB, KEEPING ITS LOWEST AND
106600*  HIGHEST NUMBER, ON THE BACKUP SIDE OR THE LIVE SIDE.
106610*----------------------------------------------------------------
106620 8850-TALLY-KEY.
106630     IF WS-BKP-SIDE-LIVE
106640         ADD 1 TO WS-BKP-LIVE(WS-BKP-SUB)
106650         IF WS-BKP-LIVE(WS-BKP-SUB) = 1
106660                 OR WS-BKP-KEY < WS-BKP-LIVE-LOW(WS-BKP-SUB)
106670             MOVE WS-BKP-KEY TO WS-BKP-LIVE-LOW(WS-BKP-SUB)
106680         END-IF
106690         IF WS-BKP-LIVE(WS-BKP-SUB) = 1
106700                 OR WS-BKP-KEY > WS-BKP-LIVE-HIGH(WS-BKP-SUB)
106710             MOVE WS-BKP-KEY TO WS-BKP-LIVE-HIGH(WS-BKP-SUB)
106720         END-IF
106730         GO TO 8850-EXIT
106740     END-IF
106750     ADD 1 TO WS-BKP-COUNT(WS-BKP-SUB)
106760     IF WS-BKP-COUNT(WS-BKP-SUB) = 1
106770             OR WS-BKP-KEY < WS-BKP-LOW(WS-BKP-SUB)
106780         MOVE WS-BKP-KEY TO WS-BKP-LOW(WS-BKP-SUB)
106790     END-IF
106800     IF WS-BKP-COUNT(WS-BKP-SUB) = 1
106810             OR WS-BKP-KEY > WS-BKP-HIGH(WS-BKP-SUB)
106820         MOVE WS-BKP-KEY TO WS-BKP-HIGH(WS-BKP-SUB)
106830     END-IF.
106840 8850-EXIT.
106850     EXIT.
106860
106870******************************************************************
106880*  8900-BACKUP-VERIFY - THE BACKUP VERIFICATION REPORT (PARM=    *
106890*  'BKVERIFY', SEE JCL MEMBER FLORBKP). FOR EACH FILE THE LATEST *
106900*  BACKUP COPIED IT PRINTS THREE LINES TO REPORT-FILE: WHAT THE  *
106910*  CONTROL RECORD SAYS WAS TAKEN, WHAT THE IMAGE HOLDS WHEN READ *
106920*  BACK, AND WHAT THE LIVE FILE HOLDS NOW - RECORD COUNT AND     *
106930*  LOWEST AND HIGHEST STUDENT NUMBER. A MISSING IMAGE, OR ONE    *
106940*  WHOSE COUNT DIFFERS FROM THE CONTROL RECORD, FAILS THE        *
106950*  BACKUP. A LIVE FILE THAT DIFFERS IS ONLY REPORTED AS CHANGED, *
106960*  SINCE WORK GOES ON AFTER A BACKUP - EXCEPT THE MASTER, WHICH  *
106970*  CANNOT CHANGE WITHOUT A JOURNAL ENTRY, SO A CHANGED MASTER    *
106980*  WITH NOTHING JOURNALED SINCE THE BACKUP FAILS IT TOO.         *
106990*  READ-ONLY.                                                    *
107000******************************************************************
107010 8900-BACKUP-VERIFY.
107020     MOVE 0 TO WS-BKP-BAD
107030     MOVE 0 TO WS-BKP-SINCE
107040     PERFORM 8805-CLEAR-ONE-FILE THRU 8805-EXIT
107050         VARYING WS-BKP-SUB FROM 1 BY 1 UNTIL WS-BKP-SUB > 4
107060
107070     OPEN INPUT BACKUP-CONTROL
107080     IF WS-FS-BKUPCTL NOT = "00"
107090         DISPLAY "BACKUP CONTROL RECORD COULD NOT BE OPENED, "
107100             "STATUS=" WS-FS-BKUPCTL " - NOTHING TO VERIFY."
107110         GO TO 8900-EXIT
107120     END-IF
107130     READ BACKUP-CONTROL NEXT RECORD
107140         AT END
107150             DISPLAY "BACKUP CONTROL FILE IS EMPTY - NOTHING TO "
107160                 "VERIFY."
107170             CLOSE BACKUP-CONTROL
107180             GO TO 8900-EXIT
107190     END-READ
107200     CLOSE BACKUP-CONTROL
107210     IF BK-DATE NOT NUMERIC OR BK-TIME NOT NUMERIC
107220         DISPLAY "BACKUP CONTROL RECORD IS DAMAGED - NOTHING TO "
107230             "VERIFY."
107240         GO TO 8900-EXIT
107250     END-IF
107260     MOVE BK-DATE TO WS-BKP-DATE
107270     MOVE BK-TIME TO WS-BKP-TIME
107280     PERFORM 8905-LOAD-ONE-CONTROL THRU 8905-EXIT
107290         VARYING WS-BKP-SUB FROM 1 BY 1 UNTIL WS-BKP-SUB > 4
107300
107310     PERFORM 8910-READ-MASTER-IMAGE THRU 8910-EXIT
107320     PERFORM 8912-READ-GRADE-IMAGE THRU 8912-EXIT
107330     PERFORM 8914-READ-ASSESS-IMAGE THRU 8914-EXIT
107340     PERFORM 8916-READ-WAITLIST-IMAGE THRU 8916-EXIT
107350     SET WS-BKP-SIDE-LIVE TO TRUE
107360     PERFORM 8920-SCAN-LIVE-MASTER THRU 8920-EXIT
107370     PERFORM 8922-SCAN-LIVE-GRADES THRU 8922-EXIT
107380     PERFORM 8924-SCAN-LIVE-ASSESS THRU 8924-EXIT
107390     PERFORM 8926-SCAN-LIVE-WAITLIST THRU 8926-EXIT
107400     PERFORM 8930-COUNT-SINCE-BACKUP THRU 8930-EXIT
107410
107420     OPEN OUTPUT REPORT-FILE
107430     IF WS-FS-REPORT NOT = "00"
107440         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
107450             WS-FS-REPORT
107460         GO TO 8900-EXIT
107470     END-IF
107480     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
107490     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
107500     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
107510     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
107520     MOVE WS-RPT-RUN-DATE      TO VFY-H1-DATE
107530     MOVE 0 TO WS-RPT-PAGE-NO
107540     PERFORM 8990-VFY-PAGE-HEADING THRU 8990-EXIT
107550
107560     PERFORM 8940-PRINT-ONE-FILE THRU 8940-EXIT
107570         VARYING WS-BKP-SUB FROM 1 BY 1 UNTIL WS-BKP-SUB > 4
107580
107590     MOVE WS-BKP-SINCE TO VFY-JRNL-COUNT
107600     WRITE RPT-PRINT-LINE FROM VFY-JOURNAL-LINE
107610         AFTER ADVANCING 2 LINES
107620     MOVE WS-BKP-BAD TO VFY-TOT-BAD
107630     IF WS-BKP-BAD = 0
107640         MOVE "BACKUP VERIFIED" TO VFY-TOT-VERDICT
107650     ELSE
107660         MOVE "BACKUP FAILED VERIFICATION" TO VFY-TOT-VERDICT
107670     END-IF
107680     WRITE RPT-PRINT-LINE FROM VFY-TOTAL-LINE
107690         AFTER ADVANCING 1 LINE
107700     CLOSE REPORT-FILE
107710
107720     DISPLAY " "
107730     DISPLAY "  ====BACKUP VERIFICATION SUMMARY===="
107740     DISPLAY "BACKUP STAMP             : " WS-BKP-DATE " "
107750         WS-BKP-TIME
107760     DISPLAY "JOURNAL ENTRIES SINCE    : " WS-BKP-SINCE
107770     DISPLAY "FILES IN ERROR           : " WS-BKP-BAD
107780     IF WS-BKP-BAD > 0
107790         DISPLAY "THE BACKUP FAILED VERIFICATION - SEE THE "
107800             "REPORT ON STUREPT AND TAKE A NEW BACKUP BEFORE "
107810             "RELYING ON THIS ONE."
107820     END-IF.
107830 8900-EXIT.
107840     EXIT.
107850
107860 8905-LOAD-ONE-CONTROL.
107870     MOVE BK-LOW-KEY(WS-BKP-SUB)  TO WS-BKP-LOW(WS-BKP-SUB)
107880     MOVE BK-HIGH-KEY(WS-BKP-SUB) TO WS-BKP-HIGH(WS-BKP-SUB)
107890     IF BK-COUNT(WS-BKP-SUB) IS NUMERIC
107900         MOVE BK-COUNT(WS-BKP-SUB) TO WS-BKP-COUNT(WS-BKP-SUB)
107910     END-IF.
107920 8905-EXIT.
107930     EXIT.
107940
107950*----------------------------------------------------------------
107960*  8910 - 8917 - EACH IMAGE READ BACK AND COUNTED. AN IMAGE THAT
107970*  WILL NOT OPEN IS MARKED MISSING.
107980*----------------------------------------------------------------
107990 8910-READ-MASTER-IMAGE.
108000     OPEN INPUT MASTER-IMAGE
108010     IF WS-FS-MSTIMG NOT = "00"
108020         MOVE "Y" TO WS-BKP-IMG-SW(1)
108030         GO TO 8910-EXIT
108040     END-IF
108050     MOVE "N" TO WS-BKP-EOF-SW
108060     PERFORM 8911-COUNT-MASTER-IMAGE THRU 8911-EXIT
108070         UNTIL WS-BKP-EOF
108080     CLOSE MASTER-IMAGE.
108090 8910-EXIT.
108100     EXIT.
108110
108120 8911-COUNT-MASTER-IMAGE.
108130     READ MASTER-IMAGE NEXT RECORD
108140         AT END
108150             MOVE "Y" TO WS-BKP-EOF-SW
108160             GO TO 8911-EXIT
108170     END-READ
108180     ADD 1 TO WS-BKP-IMAGE(1).
108190 8911-EXIT.
108200     EXIT.
108210
108220 8912-READ-GRADE-IMAGE.
108230     OPEN INPUT GRADE-IMAGE
108240     IF WS-FS-GRDIMG NOT = "00"
108250         MOVE "Y" TO WS-BKP-IMG-SW(2)
108260         GO TO 8912-EXIT
108270     END-IF
108280     MOVE "N" TO WS-BKP-EOF-SW
108290     PERFORM 8913-COUNT-GRADE-IMAGE THRU 8913-EXIT
108300         UNTIL WS-BKP-EOF
108310     CLOSE GRADE-IMAGE.
108320 8912-EXIT.
108330     EXIT.
108340
108350 8913-COUNT-GRADE-IMAGE.
108360     READ GRADE-IMAGE NEXT RECORD
108370         AT END
108380             MOVE "Y" TO WS-BKP-EOF-SW
108390             GO TO 8913-EXIT
108400     END-READ
108410     ADD 1 TO WS-BKP-IMAGE(2).
108420 8913-EXIT.
108430     EXIT.
108440
108450 8914-READ-ASSESS-IMAGE.
108460     OPEN INPUT ASSESS-IMAGE
108470     IF WS-FS-ASSIMG NOT = "00"
108480         MOVE "Y" TO WS-BKP-IMG-SW(3)
108490         GO TO 8914-EXIT
108500     END-IF
108510     MOVE "N" TO WS-BKP-EOF-SW
108520     PERFORM 8915-COUNT-ASSESS-IMAGE THRU 8915-EXIT
108530         UNTIL WS-BKP-EOF
108540     CLOSE ASSESS-IMAGE.
108550 8914-EXIT.
108560     EXIT.
108570
108580 8915-COUNT-ASSESS-IMAGE.
108590     READ ASSESS-IMAGE NEXT RECORD
108600         AT END
108610             MOVE "Y" TO WS-BKP-EOF-SW
108620             GO TO 8915-EXIT
108630     END-READ
108640     ADD 1 TO WS-BKP-IMAGE(3).
108650 8915-EXIT.
108660     EXIT.
108670
108680 8916-READ-WAITLIST-IMAGE.
108690     OPEN INPUT WAITLIST-IMAGE
108700     IF WS-FS-WLIMG NOT = "00"
108710         MOVE "Y" TO WS-BKP-IMG-SW(4)
108720         GO TO 8916-EXIT
108730     END-IF
108740     MOVE "N" TO WS-BKP-EOF-SW
108750     PERFORM 8917-COUNT-WAITLIST-IMAGE THRU 8917-EXIT
108760         UNTIL WS-BKP-EOF
108770     CLOSE WAITLIST-IMAGE.
108780 8916-EXIT.
108790     EXIT.
108800
108810 8917-COUNT-WAITLIST-IMAGE.
108820     READ WAITLIST-IMAGE NEXT RECORD
108830         AT END
108840             MOVE "Y" TO WS-BKP-EOF-SW
108850             GO TO 8917-EXIT
108860     END-READ
108870     ADD 1 TO WS-BKP-IMAGE(4).
108880 8917-EXIT.
108890     EXIT.
108900
108910*----------------------------------------------------------------
108920*  8920 - 8927 - EACH LIVE FILE COUNTED WITH ITS KEY RANGE. A
108930*  LIVE FILE THAT WILL NOT OPEN COUNTS AS EMPTY.
108940*----------------------------------------------------------------
108950 8920-SCAN-LIVE-MASTER.
108960     MOVE 1 TO WS-BKP-SUB
108970     MOVE LOW-VALUES TO SM-SNO
108980     START STUDENT-MASTER KEY NOT LESS THAN SM-SNO
108990         INVALID KEY
109000             CONTINUE
109010     END-START
109020     MOVE "N" TO WS-EOF-SW
109030     IF NOT FS-OK
109040         MOVE "Y" TO WS-EOF-SW
109050     END-IF
109060     PERFORM 8921-TALLY-LIVE-MASTER THRU 8921-EXIT
109070         UNTIL WS-EOF.
109080 8920-EXIT.
109090     EXIT.
109100
109110 8921-TALLY-LIVE-MASTER.
109120     READ STUDENT-MASTER NEXT RECORD
109130         AT END
109140             MOVE "Y" TO WS-EOF-SW
109150             GO TO 8921-EXIT
109160     END-READ
109170     MOVE SM-SNO TO WS-BKP-KEY
109180     PERFORM 8850-TALLY-KEY THRU 8850-EXIT.
109190 8921-EXIT.
109200     EXIT.
109210
109220 8922-SCAN-LIVE-GRADES.
109230     MOVE 2 TO WS-BKP-SUB
109240     OPEN INPUT GRADE-FILE
109250     IF WS-FS-GRADE NOT = "00"
109260         GO TO 8922-EXIT
109270     END-IF
109280     MOVE "N" TO WS-BKP-EOF-SW
109290     PERFORM 8923-TALLY-LIVE-GRADE THRU 8923-EXIT
109300         UNTIL WS-BKP-EOF
109310     CLOSE GRADE-FILE.
109320 8922-EXIT.
109330     EXIT.
109340
109350 8923-TALLY-LIVE-GRADE.
109360     READ GRADE-FILE NEXT RECORD
109370         AT END
109380             MOVE "Y" TO WS-BKP-EOF-SW
109390             GO TO 8923-EXIT
109400     END-READ
109410     MOVE GD-SNO TO WS-BKP-KEY
109420     PERFORM 8850-TALLY-KEY THRU 8850-EXIT.
109430 8923-EXIT.
109440     EXIT.
109450
109460 8924-SCAN-LIVE-ASSESS.
109470     MOVE 3 TO WS-BKP-SUB
109480     OPEN INPUT ASSESS-FILE
109490     IF WS-FS-ASSESS NOT = "00"
109500         GO TO 8924-EXIT
109510     END-IF
109520     MOVE "N" TO WS-BKP-EOF-SW
109530     PERFORM 8925-TALLY-LIVE-ASSESS THRU 8925-EXIT
109540         UNTIL WS-BKP-EOF
109550     CLOSE ASSESS-FILE.
109560 8924-EXIT.
109570     EXIT.
109580
109590 8925-TALLY-LIVE-ASSESS.
109600     READ ASSESS-FILE NEXT RECORD
109610         AT END
109620             MOVE "Y" TO WS-BKP-EOF-SW
109630             GO TO 8925-EXIT
109640     END-READ
109650     MOVE AS-SNO TO WS-BKP-KEY
109660     PERFORM 8850-TALLY-KEY THRU 8850-EXIT.
109670 8925-EXIT.
109680     EXIT.
109690
109700 8926-SCAN-LIVE-WAITLIST.
109710     MOVE 4 TO WS-BKP-SUB
109720     OPEN INPUT WAITLIST-FILE
109730     IF WS-FS-WAITLIST NOT = "00"
109740         GO TO 8926-EXIT
109750     END-IF
109760     MOVE "N" TO WS-BKP-EOF-SW
109770     PERFORM 8927-TALLY-LIVE-WAITLIST THRU 8927-EXIT
109780         UNTIL WS-BKP-EOF
109790     CLOSE WAITLIST-FILE.
109800 8926-EXIT.
109810     EXIT.
109820
109830 8927-TALLY-LIVE-WAITLIST.
109840     READ WAITLIST-FILE NEXT RECORD
109850         AT END
109860             MOVE "Y" TO WS-BKP-EOF-SW
109870             GO TO 8927-EXIT
109880     END-READ
109890     MOVE WL-SNO TO WS-BKP-KEY
109900     PERFORM 8850-TALLY-KEY THRU 8850-EXIT.
109910 8927-EXIT.
109920     EXIT.
109930
109940*----------------------------------------------------------------
109950*  8930-COUNT-SINCE-BACKUP - LIVE JOURNAL ENTRIES STAMPED AFTER
109960*  THE BACKUP: THE WORK A RESTORE FROM THIS IMAGE WOULD REPLAY.
109970*----------------------------------------------------------------
109980 8930-COUNT-SINCE-BACKUP.
109990     OPEN INPUT JOURNAL-FILE
110000     IF WS-FS-JOURNAL NOT = "00"
110010         GO TO 8930-EXIT
110020     END-IF
110030     MOVE "N" TO WS-JRNL-EOF-SW
110040     PERFORM 8932-CHECK-ONE-JOURNAL THRU 8932-EXIT
110050         UNTIL WS-JRNL-EOF
110060     CLOSE JOURNAL-FILE.
110070 8930-EXIT.
110080     EXIT.
110090
110100 8932-CHECK-ONE-JOURNAL.
110110     READ JOURNAL-FILE NEXT RECORD
110120         AT END
110130             MOVE "Y" TO WS-JRNL-EOF-SW
110140             GO TO 8932-EXIT
110150     END-READ
110160     IF JL-ACTION-DATE > WS-BKP-DATE
110170             OR (JL-ACTION-DATE = WS-BKP-DATE
110180             AND JL-ACTION-TIME > WS-BKP-TIME)
110190         ADD 1 TO WS-BKP-SINCE
110200     END-IF.
110210 8932-EXIT.
110220     EXIT.
110230
110240*----------------------------------------------------------------
110250*  8940-PRINT-ONE-FILE - THE BACKUP, IMAGE AND LIVE LINES FOR
110260*  FILE WS-BKP-SUB, WITH THE VERDICT ON EACH.
110270*----------------------------------------------------------------
110280 8940-PRINT-ONE-FILE.
110290     MOVE WS-BKP-NAME(WS-BKP-SUB)  TO VFY-DET-FILE
110300     MOVE "BACKUP"                 TO VFY-DET-COPY
110310     MOVE WS-BKP-COUNT(WS-BKP-SUB) TO VFY-DET-COUNT
110320     MOVE WS-BKP-LOW(WS-BKP-SUB)   TO VFY-DET-LOW
110330     MOVE WS-BKP-HIGH(WS-BKP-SUB)  TO VFY-DET-HIGH
110340     MOVE SPACES                   TO VFY-DET-RESULT
110350     WRITE RPT-PRINT-LINE FROM VFY-DETAIL-LINE
110360         AFTER ADVANCING 2 LINES
110370
110380     MOVE SPACES                   TO VFY-DET-FILE
110390     MOVE "IMAGE"                  TO VFY-DET-COPY
110400     MOVE WS-BKP-IMAGE(WS-BKP-SUB) TO VFY-DET-COUNT
110410     MOVE SPACES                   TO VFY-DET-LOW
110420     MOVE SPACES                   TO VFY-DET-HIGH
110430     EVALUATE TRUE
110440         WHEN WS-BKP-IMG-MISSING(WS-BKP-SUB)
110450             MOVE "IMAGE MISSING" TO VFY-DET-RESULT
110460             ADD 1 TO WS-BKP-BAD
110470         WHEN WS-BKP-IMAGE(WS-BKP-SUB)
110480                 NOT = WS-BKP-COUNT(WS-BKP-SUB)
110490             MOVE "COUNT DIFFERS" TO VFY-DET-RESULT
110500             ADD 1 TO WS-BKP-BAD
110510         WHEN OTHER
110520             MOVE "IMAGE COMPLETE" TO VFY-DET-RESULT
110530     END-EVALUATE
110540     WRITE RPT-PRINT-LINE FROM VFY-DETAIL-LINE
110550         AFTER ADVANCING 1 LINE
110560
110570     MOVE "LIVE"                      TO VFY-DET-COPY
110580     MOVE WS-BKP-LIVE(WS-BKP-SUB)     TO VFY-DET-COUNT
110590     MOVE WS-BKP-LIVE-LOW(WS-BKP-SUB) TO VFY-DET-LOW
110600     MOVE WS-BKP-LIVE-HIGH(WS-BKP-SUB) TO VFY-DET-HIGH
110610     EVALUATE TRUE
110620         WHEN WS-BKP-LIVE(WS-BKP-SUB) = WS-BKP-COUNT(WS-BKP-SUB)
110630                 AND WS-BKP-LIVE-LOW(WS-BKP-SUB)
110640                     = WS-BKP-LOW(WS-BKP-SUB)
110650                 AND WS-BKP-LIVE-HIGH(WS-BKP-SUB)
110660                     = WS-BKP-HIGH(WS-BKP-SUB)
110670             MOVE "MATCHES BACKUP" TO VFY-DET-RESULT
110680         WHEN WS-BKP-SUB = 1 AND WS-BKP-SINCE = 0
110690             MOVE "NOT JOURNALED" TO VFY-DET-RESULT
110700             ADD 1 TO WS-BKP-BAD
110710         WHEN OTHER
110720             MOVE "CHANGED SINCE" TO VFY-DET-RESULT
110730     END-EVALUATE
110740     WRITE RPT-PRINT-LINE FROM VFY-DETAIL-LINE
110750         AFTER ADVANCING 1 LINE.
110760 8940-EXIT.
110770     EXIT.
110780
110790 8990-VFY-PAGE-HEADING.
110800     ADD 1 TO WS-RPT-PAGE-NO
110810     MOVE WS-RPT-PAGE-NO TO VFY-H1-PAGE
110820     WRITE RPT-PRINT-LINE FROM VFY-HEADING-1
110830         AFTER ADVANCING PAGE
110840     MOVE WS-BKP-DATE TO VFY-STAMP-DATE
110850     MOVE WS-BKP-TIME TO VFY-STAMP-TIME
110860     WRITE RPT-PRINT-LINE FROM VFY-STAMP-LINE
110870         AFTER ADVANCING 2 LINES
110880     WRITE RPT-PRINT-LINE FROM VFY-HEADING-2
110890         AFTER ADVANCING 2 LINES
110900     MOVE 5 TO WS-RPT-LINE-COUNT.
110910 8990-EXIT.
110920     EXIT.
110930
110940******************************************************************
110950*  9000-SEARCH-BY-TEXT - PARTIAL MATCH AGAINST FULLNAME OR COURSE*
110960*  ACROSS THE WHOLE DIRECTORY. FOR FRONT-DESK STAFF WHO ONLY HAVE*
110970*  A NAME OR A COURSE, NOT A STUDENT NUMBER.                     *
110980******************************************************************
110990 9000-SEARCH-BY-TEXT.
111000     DISPLAY "  ====SEARCH BY NAME/COURSE===="
111010     DISPLAY "ENTER NAME OR COURSE (PARTIAL OK): " WITH NO
111020         ADVANCING
111030     ACCEPT SEARCHTEXT
111040
111050     MOVE 30 TO WS-SEARCH-LEN
111060     PERFORM 9010-TRIM-SEARCH-LEN THRU 9010-EXIT
111070         UNTIL WS-SEARCH-LEN = 0
111080         OR SEARCHTEXT(WS-SEARCH-LEN:1) NOT = SPACE
111090     IF WS-SEARCH-LEN = 0
111100         DISPLAY "NOTHING ENTERED."
111110         GO TO 9000-EXIT
111120     END-IF
111130
111140     MOVE 0 TO WS-MATCH-COUNT
111150     SET j TO 1
111160     PERFORM 9020-SCAN-ONE THRU 9020-EXIT
111170         VARYING j FROM 1 BY 1 UNTIL j > WS-STUDENT-COUNT
111180     IF WS-MATCH-COUNT = 0
111190         DISPLAY "NO MATCHING STUDENTS FOUND."
111200     END-IF.
111210 9000-EXIT.
111220     EXIT.
111230
111240 9010-TRIM-SEARCH-LEN.
111250     SUBTRACT 1 FROM WS-SEARCH-LEN.
111260 9010-EXIT.
111270     EXIT.
111280
111290 9020-SCAN-ONE.
111300     IF sNo(j) = SPACES
111310         GO TO 9020-EXIT
111320     END-IF
111330
111340     MOVE 0 TO WS-TEXT-HITS
111350     INSPECT fullname(j) TALLYING WS-TEXT-HITS FOR ALL
111360         SEARCHTEXT(1:WS-SEARCH-LEN)
111370     IF WS-TEXT-HITS = 0
111380         INSPECT course(j) TALLYING WS-TEXT-HITS FOR ALL
111390             SEARCHTEXT(1:WS-SEARCH-LEN)
111400     END-IF
111410
111420     IF WS-TEXT-HITS > 0
111430         ADD 1 TO WS-MATCH-COUNT
111440         DISPLAY "=================="
111450         DISPLAY "|" sNo(j)
111460         DISPLAY "|" fullname(j)
111470         DISPLAY "|" age(j)
111480         DISPLAY "|" course(j)
111490         DISPLAY "|" mobile(j)
111500         DISPLAY "|" landline(j)
111510         DISPLAY "|" enroll-status(j) " " status-term(j)
111520         DISPLAY "=================="
111530     END-IF.
111540 9020-EXIT.
111550     EXIT.
111560
111570******************************************************************
111580*  9050-QUALITY-SWEEP - DATA-QUALITY SCAN OF THE WHOLE MASTER    *
111590*  (PARM='SWEEP', SEE JCL MEMBER FLORSWP). EVERY SM-RECORD FACES *
111600*  THE SAME FIELD RULES THE MENU AND THE BATCH LOADER ENFORCE ON *
111610*  NEW INPUT - AGE RANGE, NUMERIC MOBILE AND LANDLINE, A COURSE  *
111620*  ON THE CATALOG - PLUS BLANK-NAME, BLANK-COURSE, INVALID       *
111630*  STATUS AND MALFORMED STATUS-TERM CHECKS THAT ONLY MATTER ON   *
111640*  RECORDS LOADED BEFORE THOSE RULES EXISTED. EACH EXCEPTION     *
111650*  GOES ON THE PRINTED REPORT AND, AS A CORRECTABLE TRANSACTION  *
111660*  IN TRANSIN LAYOUT ("E", OR "S" FOR STATUS/TERM PROBLEMS), ON  *
111670*  REJFILE - SO THE CLEANUP GOES STRAIGHT BACK THROUGH THE       *
111680*  BATCH LOADER INSTEAD OF BEING RE-KEYED.                       *
111690******************************************************************
111700 9050-QUALITY-SWEEP.
111710     MOVE 0 TO WS-SWP-READ
111720     MOVE 0 TO WS-SWP-BAD
111730
111740     OPEN OUTPUT REPORT-FILE
111750     IF WS-FS-REPORT NOT = "00"
111760         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
111770             WS-FS-REPORT
111780         GO TO 9050-EXIT
111790     END-IF
111800     OPEN OUTPUT REJECT-FILE
111810     IF WS-FS-REJECT NOT = "00"
111820         DISPLAY "REJECT FILE COULD NOT BE OPENED, STATUS="
111830             WS-FS-REJECT
111840         CLOSE REPORT-FILE
111850         GO TO 9050-EXIT
111860     END-IF
111870
111880     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
111890     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
111900     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
111910     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
111920     MOVE WS-RPT-RUN-DATE      TO SWP-H1-DATE
111930     MOVE 0 TO WS-RPT-PAGE-NO
111940     PERFORM 9070-SWEEP-PAGE-HEADING THRU 9070-EXIT
111950
111960*  THE STARTUP LOAD LEFT THE MASTER POSITIONED AT END OF FILE -
111970*  START IT OVER FROM THE LOWEST KEY, THE SAME AS THE RECONCILE.
111980     MOVE LOW-VALUES TO SM-SNO
111990     START STUDENT-MASTER KEY NOT LESS THAN SM-SNO
112000         INVALID KEY
112010             CONTINUE
112020     END-START
112030     MOVE "N" TO WS-EOF-SW
112040     IF NOT FS-OK
112050         MOVE "Y" TO WS-EOF-SW
112060     END-IF
112070     PERFORM 9060-SWEEP-ONE-RECORD THRU 9060-EXIT
112080         UNTIL WS-EOF
112090
112100     MOVE WS-SWP-READ TO SWP-TOT-READ
112110     MOVE WS-SWP-BAD  TO SWP-TOT-BAD
112120     WRITE RPT-PRINT-LINE FROM SWP-TOTAL-LINE
112130         AFTER ADVANCING 2 LINES
112140     CLOSE REPORT-FILE
112150     CLOSE REJECT-FILE
112160
112170     DISPLAY " "
112180     DISPLAY "  ====DATA-QUALITY SWEEP SUMMARY===="
112190     DISPLAY "RECORDS CHECKED          : " WS-SWP-READ
112200     DISPLAY "EXCEPTIONS FOUND         : " WS-SWP-BAD
112210     IF WS-SWP-BAD > 0
112220         DISPLAY "THE FIX-LIST IS ON THE SWEEP'S FIX DATASET "
112230             "(REJFILE DD, SEE FLORSWP) IN TRANSIN LAYOUT "
112240             "- CORRECT THE FLAGGED FIELDS AND RESUBMIT IT AS "
112250             "THE NEXT TRANSIN."
112260     END-IF.
112270 9050-EXIT.
112280     EXIT.
112290
112300 9060-SWEEP-ONE-RECORD.
112310     READ STUDENT-MASTER NEXT RECORD
112320         AT END
112330             MOVE "Y" TO WS-EOF-SW
112340             GO TO 9060-EXIT
112350     END-READ
112360     ADD 1 TO WS-SWP-READ
112370
112380*  THE FIRST RULE A RECORD BREAKS NAMES IT ON THE REPORT AND THE
112390*  FIX-LIST, THE SAME ONE-REASON CONVENTION AS THE BATCH LOADER.
112400     MOVE SPACES TO WS-TX-REASON
112410     IF SM-FULLNAME = SPACES
112420         MOVE "BAD-NAME" TO WS-TX-REASON
112430         GO TO 9060-FLAG
112440     END-IF
112450     IF SM-COURSE = SPACES
112460         MOVE "BAD-COURSE" TO WS-TX-REASON
112470         GO TO 9060-FLAG
112480     END-IF
112490     IF SM-AGE IS NOT NUMERIC
112500         MOVE "BAD-AGE" TO WS-TX-REASON
112510         GO TO 9060-FLAG
112520     END-IF
112530     IF SM-AGE < WS-MIN-AGE OR SM-AGE > WS-MAX-AGE
112540         MOVE "BAD-AGE" TO WS-TX-REASON
112550         GO TO 9060-FLAG
112560     END-IF
112570     IF SM-MOBILE IS NOT NUMERIC
112580         MOVE "BAD-MOBILE" TO WS-TX-REASON
112590         GO TO 9060-FLAG
112600     END-IF
112610     IF SM-LANDLINE IS NOT NUMERIC
112620         MOVE "BAD-LANDLINE" TO WS-TX-REASON
112630         GO TO 9060-FLAG
112640     END-IF
112650     IF SM-STATUS NOT = "A" AND SM-STATUS NOT = "L"
112660             AND SM-STATUS NOT = "G" AND SM-STATUS NOT = "W"
112670         MOVE "BAD-STATUS" TO WS-TX-REASON
112680         GO TO 9060-FLAG
112690     END-IF
112700     IF SM-STATUS-TERM IS NOT NUMERIC
112710         MOVE "BAD-TERM" TO WS-TX-REASON
112720         GO TO 9060-FLAG
112730     END-IF
112740     IF WS-CATALOG-COUNT > 0
112750         MOVE SM-COURSE TO WS-COURSE-TEST
112760         PERFORM 3300-VALIDATE-COURSE-CODE THRU 3300-EXIT
112770         IF NOT WS-COURSE-OK
112780             MOVE "BAD-COURSE" TO WS-TX-REASON
112790             GO TO 9060-FLAG
112800         END-IF
112810     END-IF
112820     GO TO 9060-EXIT.
112830
112840 9060-FLAG.
112850     ADD 1 TO WS-SWP-BAD
112860
112870     MOVE SM-SNO        TO SWP-DET-SNO
112880     MOVE SM-FULLNAME   TO SWP-DET-NAME
112890     MOVE WS-TX-REASON  TO SWP-DET-REASON
112900     WRITE RPT-PRINT-LINE FROM SWP-DETAIL-LINE
112910         AFTER ADVANCING 1 LINE
112920     ADD 1 TO WS-RPT-LINE-COUNT
112930     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
112940         PERFORM 9070-SWEEP-PAGE-HEADING THRU 9070-EXIT
112950     END-IF
112960
112970*  THE FIX-LIST TRANSACTION CARRIES THE RECORD AS IT STANDS -
112980*  THE REGISTRAR CORRECTS THE FLAGGED FIELD AND FEEDS THE LINE
112990*  BACK AS TRANSIN. STATUS/TERM PROBLEMS GO OUT AS "S" SO THE
113000*  CORRECTED LINE IS THE RIGHT TRANSACTION TO FIX THEM; EVERY
113010*  OTHER PROBLEM GOES OUT AS "E".
113020     IF WS-TX-REASON = "BAD-STATUS" OR WS-TX-REASON = "BAD-TERM"
113030         MOVE "S" TO WS-FIX-CODE
113040     ELSE
113050         MOVE "E" TO WS-FIX-CODE
113060     END-IF
113070     MOVE SM-SNO         TO WS-FIX-SNO
113080     MOVE SM-FULLNAME    TO WS-FIX-FULLNAME
113090     MOVE SM-COURSE      TO WS-FIX-COURSE
113100     MOVE SM-MOBILE      TO WS-FIX-MOBILE
113110     MOVE SM-LANDLINE    TO WS-FIX-LANDLINE
113120     MOVE SM-AGE         TO WS-FIX-AGE
113130     MOVE SM-STATUS      TO WS-FIX-STATUS
113140     MOVE SM-STATUS-TERM TO WS-FIX-TERM
113150     MOVE SPACES         TO WS-FIX-AMOUNT
113160     MOVE WS-FIX-TX      TO RJ-TX-IMAGE
113170     MOVE WS-TX-REASON   TO RJ-REASON
113180     WRITE RJ-RECORD.
113190 9060-EXIT.
113200     EXIT.
113210
113220 9070-SWEEP-PAGE-HEADING.
113230     ADD 1 TO WS-RPT-PAGE-NO
113240     MOVE WS-RPT-PAGE-NO TO SWP-H1-PAGE
113250     WRITE RPT-PRINT-LINE FROM SWP-HEADING-1
113260         AFTER ADVANCING PAGE
113270     WRITE RPT-PRINT-LINE FROM SWP-HEADING-2
113280         AFTER ADVANCING 2 LINES
113290     MOVE 3 TO WS-RPT-LINE-COUNT.
113300 9070-EXIT.
113310     EXIT.
113320
113330******************************************************************
113340*  9100-COURSE-SUMMARY - TALLIES STUDENT-INFO BY COURSE AND      *
113350*  PRINTS A ONE-LINE HEADCOUNT PER COURSE FOR DEPARTMENT         *
113360*  REPORTING.                                                    *
113370******************************************************************
113380 9100-COURSE-SUMMARY.
113390     MOVE 1 TO WS-COURSE-COUNT
113400     MOVE SPACES TO WS-CRS-NAME(1)
113410     MOVE 0 TO WS-CRS-TALLY(1)
113420
113430     PERFORM 9110-TALLY-ONE-STUDENT THRU 9110-EXIT
113440         VARYING j FROM 1 BY 1 UNTIL j > WS-STUDENT-COUNT
113450
113460     DISPLAY " "
113470     DISPLAY "  ====COURSE ENROLLMENT SUMMARY===="
113480     PERFORM 9120-DISPLAY-ONE-COURSE THRU 9120-EXIT
113490         VARYING m FROM 1 BY 1 UNTIL m > WS-COURSE-COUNT.
113500 9100-EXIT.
113510     EXIT.
113520
113530 9110-TALLY-ONE-STUDENT.
113540     IF sNo(j) = SPACES
113550         GO TO 9110-EXIT
113560     END-IF
113570*  THE DEPARTMENT ASKS FOR ACTIVE HEADCOUNTS - LOA, GRADUATED
113580*  AND WITHDRAWN STUDENTS ARE NOT COUNTED HERE.
113590     IF NOT enroll-active(j)
113600         GO TO 9110-EXIT
113610     END-IF
113620
113630     SET n TO 1
113640     SEARCH WS-COURSE-ENTRY VARYING n
113650         AT END
113660             IF n > WS-MAX-COURSES
113670                 DISPLAY "TOO MANY DISTINCT COURSES TO SUMMARIZE."
113680                 GO TO 9110-EXIT
113690             END-IF
113700             MOVE n         TO WS-COURSE-COUNT
113710             MOVE course(j) TO WS-CRS-NAME(n)
113720             MOVE 1         TO WS-CRS-TALLY(n)
113730         WHEN WS-CRS-NAME(n) = course(j)
113740             ADD 1 TO WS-CRS-TALLY(n)
113750     END-SEARCH.
113760 9110-EXIT.
113770     EXIT.
113780
113790 9120-DISPLAY-ONE-COURSE.
113800     IF WS-CRS-NAME(m) = SPACES
113810         GO TO 9120-EXIT
113820     END-IF
113830
113840     MOVE 20 TO WS-CRS-DISP-LEN
113850     PERFORM 9121-TRIM-COURSE-NAME THRU 9121-EXIT
113860         UNTIL WS-CRS-DISP-LEN = 0
113870         OR WS-CRS-NAME(m) (WS-CRS-DISP-LEN:1) NOT = SPACE
113880
113890     MOVE WS-CRS-TALLY(m) TO WS-CRS-TALLY-ED
113900     DISPLAY WS-CRS-NAME(m) (1:WS-CRS-DISP-LEN) ": "
113910         WS-CRS-TALLY-ED.
113920 9120-EXIT.
113930     EXIT.
113940
113950 9121-TRIM-COURSE-NAME.
113960     SUBTRACT 1 FROM WS-CRS-DISP-LEN.
113970 9121-EXIT.
113980     EXIT.
113990
114000******************************************************************
114010*  9150-WAITLIST-REPORT - MENU [15]. LISTS EVERY WAITLIST ENTRY  *
114020*  IN QUEUE (ARRIVAL) ORDER AND CLOSES WITH A PER-COURSE COUNT,  *
114030*  REUSING THE COURSE SUMMARY TABLE AND ITS DISPLAY PARAGRAPH.   *
114040******************************************************************
114050 9150-WAITLIST-REPORT.
114060     DISPLAY " "
114070     DISPLAY "  ====COURSE WAITLIST===="
114080     OPEN INPUT WAITLIST-FILE
114090     IF WS-FS-WAITLIST NOT = "00"
114100         DISPLAY "WAITLIST COULD NOT BE OPENED, STATUS="
114110             WS-FS-WAITLIST
114120         GO TO 9150-EXIT
114130     END-IF
114140     MOVE 0 TO WS-WL-COUNT
114150     MOVE 1 TO WS-COURSE-COUNT
114160     MOVE SPACES TO WS-CRS-NAME(1)
114170     MOVE 0 TO WS-CRS-TALLY(1)
114180     MOVE "N" TO WS-WL-EOF-SW
114190     PERFORM 9160-SHOW-ONE-WAITLIST THRU 9160-EXIT
114200         UNTIL WS-WL-EOF
114210     CLOSE WAITLIST-FILE
114220
114230     IF WS-WL-COUNT = 0
114240         DISPLAY "THE WAITLIST IS EMPTY."
114250         GO TO 9150-EXIT
114260     END-IF
114270     DISPLAY " "
114280     DISPLAY "  ====WAITLISTED BY COURSE===="
114290     PERFORM 9120-DISPLAY-ONE-COURSE THRU 9120-EXIT
114300         VARYING m FROM 1 BY 1 UNTIL m > WS-COURSE-COUNT.
114310 9150-EXIT.
114320     EXIT.
114330
114340 9160-SHOW-ONE-WAITLIST.
114350     READ WAITLIST-FILE NEXT RECORD
114360         AT END
114370             MOVE "Y" TO WS-WL-EOF-SW
114380             GO TO 9160-EXIT
114390     END-READ
114400     ADD 1 TO WS-WL-COUNT
114410     DISPLAY WL-COURSE " " WL-SNO " " WL-FULLNAME
114420
114430*  TALLY BY COURSE, THE SAME SHAPE AS 9110-TALLY-ONE-STUDENT.
114440     SET n TO 1
114450     SEARCH WS-COURSE-ENTRY VARYING n
114460         AT END
114470             IF n > WS-MAX-COURSES
114480                 GO TO 9160-EXIT
114490             END-IF
114500             MOVE n         TO WS-COURSE-COUNT
114510             MOVE WL-COURSE TO WS-CRS-NAME(n)
114520             MOVE 1         TO WS-CRS-TALLY(n)
114530         WHEN WS-CRS-NAME(n) = WL-COURSE
114540             ADD 1 TO WS-CRS-TALLY(n)
114550     END-SEARCH.
114560 9160-EXIT.
114570     EXIT.
114580
114590
114600******************************************************************
114610*  9200-TUITION-ASSESS - THE TERM TUITION ASSESSMENT RUN         *
114620*  (PARM='ASSESS', SEE JCL MEMBER FLORBIL), RUN AFTER THE        *
114630*  FLORBAT LOAD. WRITES ONE ASSESSMENT RECORD FOR THE CURRENT    *
114640*  TERM FOR EVERY ACTIVE STUDENT, AT THE AMOUNT THE FEE          *
114650*  SCHEDULE NAMES FOR THEIR COURSE. A STUDENT ALREADY ASSESSED   *
114660*  THIS TERM IS LEFT ALONE (RERUN-SAFE), AND A COURSE WITH NO    *
114670*  FEE ENTRY IS SKIPPED AND COUNTED RATHER THAN BILLED AT ZERO.  *
114680*  GRANTS FOR THE TERM COME OFF THE GROSS FEE; THE RECORD KEEPS  *
114690*  GROSS, DISCOUNT AND NET DUE, AND EACH GRANT APPLIED HAS ITS   *
114700*  AMOUNT WRITTEN BACK TO THE GRANTS FILE FOR SPONSOR BILLING.   *
114710******************************************************************
114720 9200-TUITION-ASSESS.
114730     MOVE 0 TO WS-ASSESS-WRITTEN
114740     MOVE 0 TO WS-ASSESS-SKIPPED
114750     MOVE 0 TO WS-ASSESS-DUPED
114760     MOVE 0 TO WS-ASSESS-AMOUNT
114770     MOVE 0 TO WS-ASSESS-GROSS
114780     MOVE 0 TO WS-ASSESS-DISCOUNT
114790     MOVE 0 TO WS-ASSESS-GRANTED
114800     MOVE 0 TO WS-GRANT-POSTED
114810     MOVE 0 TO WS-GRANT-UNAPPLIED
114820
114830     PERFORM 9205-LOAD-FEE-SCHEDULE THRU 9205-EXIT
114840     IF WS-FEE-COUNT = 0
114850         DISPLAY "FEE SCHEDULE IS MISSING OR EMPTY - NOTHING "
114860             "ASSESSED."
114870         GO TO 9200-EXIT
114880     END-IF
114890     PERFORM 9215-LOAD-ASSESSED-KEYS THRU 9215-EXIT
114900     MOVE WS-CURRENT-TERM TO WS-GRANT-TERM
114910     PERFORM 1680-LOAD-GRANTS THRU 1680-EXIT
114920
114930     OPEN EXTEND ASSESS-FILE
114940     IF WS-FS-ASSESS = "35"
114950         OPEN OUTPUT ASSESS-FILE
114960     END-IF
114970     IF WS-FS-ASSESS NOT = "00"
114980         DISPLAY "ASSESSMENT FILE COULD NOT BE OPENED, STATUS="
114990             WS-FS-ASSESS
115000         GO TO 9200-EXIT
115010     END-IF
115020     PERFORM 9225-ASSESS-ONE-STUDENT THRU 9225-EXIT
115030         VARYING j FROM 1 BY 1 UNTIL j > WS-STUDENT-COUNT
115040     CLOSE ASSESS-FILE
115050     IF WS-GRANT-COUNT > 0
115060         PERFORM 9245-POST-GRANTS THRU 9245-EXIT
115070     END-IF
115080
115090     DISPLAY " "
115100     DISPLAY "  ====TUITION ASSESSMENT SUMMARY===="
115110     DISPLAY "TERM ASSESSED            : " WS-CURRENT-TERM
115120     DISPLAY "STUDENTS ASSESSED        : " WS-ASSESS-WRITTEN
115130     DISPLAY "ALREADY ASSESSED         : " WS-ASSESS-DUPED
115140     DISPLAY "NO FEE ENTRY - SKIPPED   : " WS-ASSESS-SKIPPED
115150     DISPLAY "STUDENTS WITH GRANTS     : " WS-ASSESS-GRANTED
115160     DISPLAY "GRANTS APPLIED           : " WS-GRANT-POSTED
115170     DISPLAY "GRANTS NOT APPLIED       : " WS-GRANT-UNAPPLIED
115180     DISPLAY "GRANTS WITH BAD DATA     : " WS-GRANT-BAD
115190     MOVE WS-ASSESS-GROSS TO WS-MONEY-ED
115200     DISPLAY "GROSS FEES ASSESSED      : " WS-MONEY-ED
115210     MOVE WS-ASSESS-DISCOUNT TO WS-MONEY-ED
115220     DISPLAY "LESS GRANTS / DISCOUNTS  : " WS-MONEY-ED
115230     MOVE WS-ASSESS-AMOUNT TO WS-MONEY-ED
115240     DISPLAY "NET AMOUNT DUE           : " WS-MONEY-ED.
115250 9200-EXIT.
115260     EXIT.
115270
115280*----------------------------------------------------------------
115290*  9205-LOAD-FEE-SCHEDULE - READS FEESCHED INTO WS-FEE-SCHEDULE,
115300*  THE SAME STARTUP-TABLE PATTERN AS THE COURSE CATALOG.
115310*----------------------------------------------------------------
115320 9205-LOAD-FEE-SCHEDULE.
115330     MOVE 0 TO WS-FEE-COUNT
115340     OPEN INPUT FEE-FILE
115350     IF WS-FS-FEE NOT = "00"
115360         GO TO 9205-EXIT
115370     END-IF
115380     MOVE "N" TO WS-FEE-EOF-SW
115390     PERFORM 9210-LOAD-ONE-FEE THRU 9210-EXIT
115400         UNTIL WS-FEE-EOF
115410     CLOSE FEE-FILE.
115420 9205-EXIT.
115430     EXIT.
115440
115450 9210-LOAD-ONE-FEE.
115460     READ FEE-FILE NEXT RECORD
115470         AT END
115480             MOVE "Y" TO WS-FEE-EOF-SW
115490             GO TO 9210-EXIT
115500     END-READ
115510     IF WS-FEE-COUNT >= WS-MAX-FEES
115520         DISPLAY "FEE SCHEDULE TRUNCATED AT " WS-MAX-FEES
115530             " ENTRIES."
115540         MOVE "Y" TO WS-FEE-EOF-SW
115550         GO TO 9210-EXIT
115560     END-IF
115570     IF FE-AMOUNT IS NOT NUMERIC
115580         DISPLAY "FEE ENTRY WITH BAD AMOUNT SKIPPED: " FE-COURSE
115590         GO TO 9210-EXIT
115600     END-IF
115610     ADD 1 TO WS-FEE-COUNT
115620     MOVE FE-COURSE TO WS-FEE-COURSE(WS-FEE-COUNT)
115630     MOVE FE-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-COUNT).
115640 9210-EXIT.
115650     EXIT.
115660
115670*----------------------------------------------------------------
115680*  9215-LOAD-ASSESSED-KEYS - COLLECTS THE NUMBERS ALREADY
115690*  ASSESSED FOR THE CURRENT TERM SO A RERUN NEVER BILLS TWICE.
115700*  A MISSING ASSESSMENT FILE JUST MEANS NOBODY IS ASSESSED YET.
115710*----------------------------------------------------------------
115720 9215-LOAD-ASSESSED-KEYS.
115730     MOVE 0 TO WS-ASSESSED-COUNT
115740     OPEN INPUT ASSESS-FILE
115750     IF WS-FS-ASSESS NOT = "00"
115760         GO TO 9215-EXIT
115770     END-IF
115780     MOVE "N" TO WS-ASSESS-EOF-SW
115790     PERFORM 9220-LOAD-ONE-ASSESSED THRU 9220-EXIT
115800         UNTIL WS-ASSESS-EOF
115810     CLOSE ASSESS-FILE.
115820 9215-EXIT.
115830     EXIT.
115840
115850 9220-LOAD-ONE-ASSESSED.
115860     READ ASSESS-FILE NEXT RECORD
115870         AT END
115880             MOVE "Y" TO WS-ASSESS-EOF-SW
115890             GO TO 9220-EXIT
115900     END-READ
115910     IF AS-TERM NOT = WS-CURRENT-TERM
115920         GO TO 9220-EXIT
115930     END-IF
115940     IF WS-ASSESSED-COUNT >= WS-MAX-STUDENTS
115950         GO TO 9220-EXIT
115960     END-IF
115970     ADD 1 TO WS-ASSESSED-COUNT
115980     MOVE AS-SNO TO WS-AK-SNO(WS-ASSESSED-COUNT).
115990 9220-EXIT.
116000     EXIT.
116010
116020 9225-ASSESS-ONE-STUDENT.
116030     IF sNo(j) = SPACES OR NOT enroll-active(j)
116040         GO TO 9225-EXIT
116050     END-IF
116060
116070*  ALREADY ASSESSED THIS TERM - A RERUN LEAVES THE RECORD ALONE.
116080     MOVE "N" TO WS-ASSESS-DUP-SW
116090     IF WS-ASSESSED-COUNT > 0
116100         PERFORM 9230-CHECK-ONE-ASSESSED THRU 9230-EXIT
116110             VARYING ak FROM 1 BY 1
116120             UNTIL ak > WS-ASSESSED-COUNT OR WS-ASSESS-DUP
116130     END-IF
116140     IF WS-ASSESS-DUP
116150         ADD 1 TO WS-ASSESS-DUPED
116160         GO TO 9225-EXIT
116170     END-IF
116180
116190     MOVE "N" TO WS-FEE-FOUND-SW
116200     SET f TO 1
116210     SEARCH WS-FEE-ENTRY VARYING f
116220         AT END
116230             CONTINUE
116240         WHEN WS-FEE-COURSE(f) = course(j)
116250             MOVE "Y" TO WS-FEE-FOUND-SW
116260             MOVE WS-FEE-AMOUNT(f) TO WS-FEE-LOOKUP
116270     END-SEARCH
116280     IF NOT WS-FEE-FOUND
116290         ADD 1 TO WS-ASSESS-SKIPPED
116300         DISPLAY "NO FEE ENTRY FOR COURSE " course(j)
116310             " - SKIPPED " sNo(j)
116320         GO TO 9225-EXIT
116330     END-IF
116340
116350*  GRANTS COME OFF THE GROSS FEE; AS-AMOUNT IS THE NET THE
116360*  STUDENT STILL OWES, WHAT PAYMENTS ARE POSTED AGAINST.
116370     MOVE WS-FEE-LOOKUP TO WS-GRANT-GROSS
116380     MOVE 0 TO WS-GRANT-DISCOUNT
116390     IF WS-GRANT-COUNT > 0
116400         PERFORM 9240-APPLY-ONE-GRANT THRU 9240-EXIT
116410             VARYING gn FROM 1 BY 1 UNTIL gn > WS-GRANT-COUNT
116420     END-IF
116430
116440     MOVE sNo(j)            TO AS-SNO
116450     MOVE course(j)         TO AS-COURSE
116460     MOVE WS-CURRENT-TERM   TO AS-TERM
116470     MOVE WS-GRANT-GROSS    TO AS-GROSS
116480     MOVE WS-GRANT-DISCOUNT TO AS-DISCOUNT
116490     COMPUTE AS-AMOUNT = WS-GRANT-GROSS - WS-GRANT-DISCOUNT
116500     MOVE ZERO              TO AS-PAID
116510     WRITE AS-RECORD
116520     ADD 1 TO WS-ASSESS-WRITTEN
116530     ADD AS-AMOUNT         TO WS-ASSESS-AMOUNT
116540     ADD WS-GRANT-GROSS    TO WS-ASSESS-GROSS
116550     ADD WS-GRANT-DISCOUNT TO WS-ASSESS-DISCOUNT
116560     IF WS-GRANT-DISCOUNT > 0
116570         ADD 1 TO WS-ASSESS-GRANTED
116580     END-IF.
116590 9225-EXIT.
116600     EXIT.
116610
116620 9230-CHECK-ONE-ASSESSED.
116630     IF WS-AK-SNO(ak) = sNo(j)
116640         SET WS-ASSESS-DUP TO TRUE
116650     END-IF.
116660 9230-EXIT.
116670     EXIT.
116680
116690*----------------------------------------------------------------
116700*  9240-APPLY-ONE-GRANT - TAKES GRANT gn OFF THE GROSS FEE OF THE
116710*  STUDENT IN SLOT j IF IT IS THEIRS. A PERCENTAGE IS OF THE
116720*  GROSS; NO GRANT TAKES THE FEE BELOW ZERO - THE LAST ONE IS
116730*  CUT TO WHAT IS LEFT.
116740*----------------------------------------------------------------
116750 9240-APPLY-ONE-GRANT.
116760     IF WS-GRT-SNO(gn) NOT = sNo(j)
116770         GO TO 9240-EXIT
116780     END-IF
116790     IF WS-GRT-BASIS(gn) = "P"
116800         COMPUTE WS-GRANT-THIS ROUNDED =
116810             WS-GRANT-GROSS * WS-GRT-PERCENT(gn) / 100
116820     ELSE
116830         MOVE WS-GRT-AMOUNT(gn) TO WS-GRANT-THIS
116840     END-IF
116850     IF WS-GRANT-THIS > WS-GRANT-GROSS - WS-GRANT-DISCOUNT
116860         COMPUTE WS-GRANT-THIS =
116870             WS-GRANT-GROSS - WS-GRANT-DISCOUNT
116880     END-IF
116890     MOVE WS-GRANT-THIS TO WS-GRT-APPLIED(gn)
116900     MOVE "Y" TO WS-GRT-POSTED-SW(gn)
116910     ADD WS-GRANT-THIS TO WS-GRANT-DISCOUNT
116920     ADD 1 TO WS-GRANT-POSTED.
116930 9240-EXIT.
116940     EXIT.
116950
116960*----------------------------------------------------------------
116970*  9245-POST-GRANTS - REWRITES GN-APPLIED ON EVERY GRANT APPLIED
116980*  IN THIS RUN, MATCHED BY ITS POSITION ON THE FILE. A GRANT FOR
116990*  THE TERM THAT HAS NEVER BEEN APPLIED - ITS STUDENT WAS NOT
117000*  ASSESSED, OR WAS ASSESSED BEFORE THE GRANT WAS ADDED - IS
117010*  LISTED SO THE BURSAR CAN ADJUST BY HAND.
117020*----------------------------------------------------------------
117030 9245-POST-GRANTS.
117040     MOVE 0 TO WS-GRANT-RECNO
117050     OPEN I-O GRANT-FILE
117060     IF WS-FS-GRANT NOT = "00"
117070         DISPLAY "GRANTS FILE COULD NOT BE UPDATED, STATUS="
117080             WS-FS-GRANT
117090         GO TO 9245-EXIT
117100     END-IF
117110     MOVE "N" TO WS-GN-EOF-SW
117120     PERFORM 9247-POST-ONE-GRANT THRU 9247-EXIT
117130         UNTIL WS-GN-EOF
117140     CLOSE GRANT-FILE.
117150 9245-EXIT.
117160     EXIT.
117170
117180 9247-POST-ONE-GRANT.
117190     READ GRANT-FILE NEXT RECORD
117200         AT END
117210             MOVE "Y" TO WS-GN-EOF-SW
117220             GO TO 9247-EXIT
117230     END-READ
117240     ADD 1 TO WS-GRANT-RECNO
117250     IF GN-TERM NOT = WS-GRANT-TERM
117260         GO TO 9247-EXIT
117270     END-IF
117280     SET gn TO 1
117290     SEARCH WS-GRANT-ENTRY VARYING gn
117300         AT END
117310             GO TO 9247-EXIT
117320         WHEN WS-GRT-RECNO(gn) = WS-GRANT-RECNO
117330             CONTINUE
117340     END-SEARCH
117350     IF WS-GRT-POSTED(gn)
117360         MOVE WS-GRT-APPLIED(gn) TO GN-APPLIED
117370         REWRITE GN-RECORD
117380         GO TO 9247-EXIT
117390     END-IF
117400     IF GN-APPLIED IS NOT NUMERIC OR GN-APPLIED = 0
117410         ADD 1 TO WS-GRANT-UNAPPLIED
117420         DISPLAY "GRANT NOT APPLIED - STUDENT NOT ASSESSED WITH "
117430             "IT " GN-SNO
117440     END-IF.
117450 9247-EXIT.
117460     EXIT.
117470
117480******************************************************************
117490*  9250-BALANCE-REPORT - THE OUTSTANDING-BALANCE REPORT (MENU    *
117500*  [16] OR PARM='BILLRPT'). TALLIES EVERY ASSESSMENT RECORD BY   *
117510*  COURSE - GROSS, DISCOUNTS, NET DUE, PAID AND THE BALANCE      *
117520*  STILL OWED - AND PRINTS ONE LINE PER COURSE PLUS A GRAND      *
117530*  TOTAL TO REPORT-FILE.                                         *
117540*  WITH THE HISTORY ASKED FOR (MENU ANSWER "Y" OR PARM=         *
117550*  'BILLRPT HISTORY') IT GOES ON TO LIST EVERY ASSESSMENT WITH  *
117560*  THE RECEIPTS AND REVERSALS POSTED AGAINST IT.                *
117570******************************************************************
117580 9250-BALANCE-REPORT.
117590*  SLOT 1 IS THE SAME PRE-SEEDED BLANK PLACEHOLDER THE COURSE
117600*  SUMMARY TABLE USES, SO THE SEARCH HAS A TABLE TO WALK BEFORE
117610*  THE FIRST REAL COURSE ARRIVES.
117620     MOVE 1 TO WS-BILL-COUNT
117630     MOVE SPACES TO WS-BILL-COURSE(1)
117640     MOVE 0 TO WS-BILL-GROSS(1)
117650     MOVE 0 TO WS-BILL-DISCOUNT(1)
117660     MOVE 0 TO WS-BILL-ASSESSED(1)
117670     MOVE 0 TO WS-BILL-PAID(1)
117680     MOVE 0 TO WS-BILL-TOT-GROSS
117690     MOVE 0 TO WS-BILL-TOT-DISCOUNT
117700     MOVE 0 TO WS-BILL-TOT-ASSESSED
117710     MOVE 0 TO WS-BILL-TOT-PAID
117720
117730     OPEN INPUT ASSESS-FILE
117740     IF WS-FS-ASSESS NOT = "00"
117750         DISPLAY "NO ASSESSMENTS ON FILE (STATUS=" WS-FS-ASSESS
117760             ")."
117770         GO TO 9250-EXIT
117780     END-IF
117790     MOVE "N" TO WS-ASSESS-EOF-SW
117800     PERFORM 9255-TALLY-ONE-ASSESS THRU 9255-EXIT
117810         UNTIL WS-ASSESS-EOF
117820     CLOSE ASSESS-FILE
117830
117840     IF WS-BILL-COUNT = 1 AND WS-BILL-COURSE(1) = SPACES
117850         DISPLAY "NO ASSESSMENTS ON FILE - NOTHING TO REPORT."
117860         GO TO 9250-EXIT
117870     END-IF
117880
117890     OPEN OUTPUT REPORT-FILE
117900     IF WS-FS-REPORT NOT = "00"
117910         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
117920             WS-FS-REPORT
117930         GO TO 9250-EXIT
117940     END-IF
117950     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
117960     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
117970     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
117980     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
117990     MOVE WS-RPT-RUN-DATE      TO BIL-H1-DATE
118000     MOVE 0 TO WS-RPT-PAGE-NO
118010     PERFORM 9265-BILL-PAGE-HEADING THRU 9265-EXIT
118020     PERFORM 9260-PRINT-ONE-BILL THRU 9260-EXIT
118030         VARYING b FROM 1 BY 1 UNTIL b > WS-BILL-COUNT
118040
118050     MOVE WS-BILL-TOT-GROSS    TO BIL-TOT-GROSS
118060     MOVE WS-BILL-TOT-DISCOUNT TO BIL-TOT-DISCOUNT
118070     MOVE WS-BILL-TOT-ASSESSED TO BIL-TOT-ASSESSED
118080     MOVE WS-BILL-TOT-PAID     TO BIL-TOT-PAID
118090     COMPUTE WS-BILL-BALANCE =
118100         WS-BILL-TOT-ASSESSED - WS-BILL-TOT-PAID
118110     MOVE WS-BILL-BALANCE      TO BIL-TOT-BALANCE
118120     WRITE RPT-PRINT-LINE FROM BIL-TOTAL-LINE
118130         AFTER ADVANCING 2 LINES
118140     IF WS-BILL-HISTORY
118150         PERFORM 9270-PAYMENT-HISTORY THRU 9270-EXIT
118160     END-IF
118170     CLOSE REPORT-FILE
118180     DISPLAY "OUTSTANDING-BALANCE REPORT WRITTEN TO STUREPT.".
118190 9250-EXIT.
118200     EXIT.
118210
118220 9255-TALLY-ONE-ASSESS.
118230     READ ASSESS-FILE NEXT RECORD
118240         AT END
118250             MOVE "Y" TO WS-ASSESS-EOF-SW
118260             GO TO 9255-EXIT
118270     END-READ
118280
118290     ADD AS-GROSS    TO WS-BILL-TOT-GROSS
118300     ADD AS-DISCOUNT TO WS-BILL-TOT-DISCOUNT
118310     ADD AS-AMOUNT TO WS-BILL-TOT-ASSESSED
118320     ADD AS-PAID   TO WS-BILL-TOT-PAID
118330     SET b TO 1
118340     SEARCH WS-BILL-ENTRY VARYING b
118350         AT END
118360             IF b > WS-MAX-COURSES
118370                 DISPLAY "TOO MANY DISTINCT COURSES TO "
118380                     "SUMMARIZE - " AS-COURSE " LUMPED INTO "
118390                     "THE GRAND TOTAL ONLY."
118400                 GO TO 9255-EXIT
118410             END-IF
118420             MOVE b TO WS-BILL-COUNT
118430             MOVE AS-COURSE TO WS-BILL-COURSE(b)
118440             MOVE AS-GROSS    TO WS-BILL-GROSS(b)
118450             MOVE AS-DISCOUNT TO WS-BILL-DISCOUNT(b)
118460             MOVE AS-AMOUNT TO WS-BILL-ASSESSED(b)
118470             MOVE AS-PAID   TO WS-BILL-PAID(b)
118480         WHEN WS-BILL-COURSE(b) = AS-COURSE
118490             ADD AS-GROSS    TO WS-BILL-GROSS(b)
118500             ADD AS-DISCOUNT TO WS-BILL-DISCOUNT(b)
118510             ADD AS-AMOUNT TO WS-BILL-ASSESSED(b)
118520             ADD AS-PAID   TO WS-BILL-PAID(b)
118530     END-SEARCH.
118540 9255-EXIT.
118550     EXIT.
118560
118570 9260-PRINT-ONE-BILL.
118580     IF WS-BILL-COURSE(b) = SPACES
118590         GO TO 9260-EXIT
118600     END-IF
118610     MOVE WS-BILL-COURSE(b)   TO BIL-DET-COURSE
118620     MOVE WS-BILL-GROSS(b)    TO BIL-DET-GROSS
118630     MOVE WS-BILL-DISCOUNT(b) TO BIL-DET-DISCOUNT
118640     MOVE WS-BILL-ASSESSED(b) TO BIL-DET-ASSESSED
118650     MOVE WS-BILL-PAID(b)     TO BIL-DET-PAID
118660     COMPUTE WS-BILL-BALANCE =
118670         WS-BILL-ASSESSED(b) - WS-BILL-PAID(b)
118680     MOVE WS-BILL-BALANCE     TO BIL-DET-BALANCE
118690     WRITE RPT-PRINT-LINE FROM BIL-DETAIL-LINE
118700         AFTER ADVANCING 1 LINE
118710     ADD 1 TO WS-RPT-LINE-COUNT
118720     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
118730         PERFORM 9265-BILL-PAGE-HEADING THRU 9265-EXIT
118740     END-IF.
118750 9260-EXIT.
118760     EXIT.
118770
118780 9265-BILL-PAGE-HEADING.
118790     ADD 1 TO WS-RPT-PAGE-NO
118800     MOVE WS-RPT-PAGE-NO TO BIL-H1-PAGE
118810     WRITE RPT-PRINT-LINE FROM BIL-HEADING-1
118820         AFTER ADVANCING PAGE
118830     WRITE RPT-PRINT-LINE FROM BIL-HEADING-2
118840         AFTER ADVANCING 2 LINES
118850     MOVE 3 TO WS-RPT-LINE-COUNT.
118860 9265-EXIT.
118870     EXIT.
118880
118890*----------------------------------------------------------------
118900*  9270-PAYMENT-HISTORY - THE SECOND PART OF THE BALANCE REPORT
118910*  WHEN THE HISTORY IS ASKED FOR. ASSESSMENTS (KIND "A") AND
118920*  LEDGER ENTRIES (KIND "L") ARE SORTED TOGETHER BY COURSE,
118930*  STUDENT AND TERM, SO EACH ASSESSMENT PRINTS WITH ITS RECEIPTS
118940*  AND REVERSALS IN DATE ORDER UNDER IT. A LEDGER ENTRY WITH NO
118950*  ASSESSMENT AHEAD OF IT IS FLAGGED - MONEY THAT LANDED NOWHERE.
118960*----------------------------------------------------------------
118970 9270-PAYMENT-HISTORY.
118980     MOVE 0 TO WS-RPT-PAGE-NO
118990     MOVE WS-RPT-RUN-DATE TO HST-H1-DATE
119000     MOVE SPACES TO WS-PREV-HIST-KEY
119010     PERFORM 9295-HIST-PAGE-HEADING THRU 9295-EXIT
119020     SORT PAYMENT-SORT
119030         ON ASCENDING KEY PS-COURSE PS-SNO PS-TERM PS-KIND
119040                          PS-DATE PS-TIME
119050         INPUT PROCEDURE 9275-HISTORY-INPUT THRU 9275-EXIT
119060         OUTPUT PROCEDURE 9285-HISTORY-OUTPUT THRU 9285-EXIT.
119070 9270-EXIT.
119080     EXIT.
119090
119100 9275-HISTORY-INPUT.
119110     OPEN INPUT ASSESS-FILE
119120     IF WS-FS-ASSESS = "00"
119130         MOVE "N" TO WS-ASSESS-EOF-SW
119140         PERFORM 9280-RELEASE-ONE-ASSESS THRU 9280-EXIT
119150             UNTIL WS-ASSESS-EOF
119160         CLOSE ASSESS-FILE
119170     END-IF
119180     OPEN INPUT PAYMENT-LEDGER
119190     IF WS-FS-PAYLEDG = "00"
119200         MOVE "N" TO WS-PL-EOF-SW
119210         PERFORM 9282-RELEASE-ONE-LEDGER THRU 9282-EXIT
119220             UNTIL WS-PL-EOF
119230         CLOSE PAYMENT-LEDGER
119240     END-IF.
119250 9275-EXIT.
119260     EXIT.
119270
119280 9280-RELEASE-ONE-ASSESS.
119290     READ ASSESS-FILE NEXT RECORD
119300         AT END
119310             MOVE "Y" TO WS-ASSESS-EOF-SW
119320             GO TO 9280-EXIT
119330     END-READ
119340     MOVE AS-COURSE TO PS-COURSE
119350     MOVE AS-SNO    TO PS-SNO
119360     MOVE AS-TERM   TO PS-TERM
119370     MOVE "A"       TO PS-KIND
119380     MOVE 0         TO PS-DATE
119390     MOVE 0         TO PS-TIME
119400     MOVE SPACES    TO PS-OR-NO
119410     MOVE SPACES    TO PS-TYPE
119420     MOVE SPACES    TO PS-USER-ID
119430     MOVE AS-AMOUNT TO PS-AMOUNT
119440     MOVE AS-PAID   TO PS-PAID
119450     RELEASE PS-RECORD.
119460 9280-EXIT.
119470     EXIT.
119480
119490 9282-RELEASE-ONE-LEDGER.
119500     READ PAYMENT-LEDGER NEXT RECORD
119510         AT END
119520             MOVE "Y" TO WS-PL-EOF-SW
119530             GO TO 9282-EXIT
119540     END-READ
119550     PERFORM 7305-LEDGER-TO-SORT THRU 7305-EXIT
119560     RELEASE PS-RECORD.
119570 9282-EXIT.
119580     EXIT.
119590
119600 9285-HISTORY-OUTPUT.
119610     MOVE "N" TO WS-SORT-EOF-SW
119620     PERFORM 9290-HISTORY-ONE THRU 9290-EXIT
119630         UNTIL WS-SORT-EOF.
119640 9285-EXIT.
119650     EXIT.
119660
119670 9290-HISTORY-ONE.
119680     RETURN PAYMENT-SORT
119690         AT END
119700             MOVE "Y" TO WS-SORT-EOF-SW
119710             GO TO 9290-EXIT
119720     END-RETURN
119730     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
119740         PERFORM 9295-HIST-PAGE-HEADING THRU 9295-EXIT
119750     END-IF
119760
119770*  COURSE, STUDENT AND TERM ARE THE FIRST 56 BYTES OF THE SORT
119780*  RECORD - THE KEY A RECEIPT MUST SHARE WITH ITS ASSESSMENT.
119790     IF PS-KIND = "A"
119800         MOVE PS-RECORD(1:56) TO WS-PREV-HIST-KEY
119810         MOVE PS-SNO    TO HST-AS-SNO
119820         MOVE PS-TERM   TO HST-AS-TERM
119830         MOVE PS-COURSE TO HST-AS-COURSE
119840         MOVE PS-AMOUNT TO HST-AS-ASSESSED
119850         MOVE PS-PAID   TO HST-AS-PAID
119860         COMPUTE WS-BILL-BALANCE = PS-AMOUNT - PS-PAID
119870         MOVE WS-BILL-BALANCE TO HST-AS-BALANCE
119880         WRITE RPT-PRINT-LINE FROM HST-ASSESS-LINE
119890             AFTER ADVANCING 2 LINES
119900         ADD 2 TO WS-RPT-LINE-COUNT
119910         GO TO 9290-EXIT
119920     END-IF
119930
119940     IF PS-RECORD(1:56) NOT = WS-PREV-HIST-KEY
119950         MOVE PS-RECORD(1:56) TO WS-PREV-HIST-KEY
119960         MOVE PS-SNO    TO HST-OR-SNO
119970         MOVE PS-TERM   TO HST-OR-TERM
119980         MOVE PS-COURSE TO HST-OR-COURSE
119990         WRITE RPT-PRINT-LINE FROM HST-ORPHAN-LINE
120000             AFTER ADVANCING 2 LINES
120010         ADD 2 TO WS-RPT-LINE-COUNT
120020     END-IF
120030     MOVE PS-DATE TO WS-COL-DATE-IN
120040     PERFORM 7307-EDIT-LEDGER-DATE THRU 7307-EXIT
120050     MOVE WS-COL-DATE-ED TO HST-RCT-DATE
120060     MOVE PS-OR-NO       TO HST-RCT-OR-NO
120070     IF PS-TYPE = "V"
120080         MOVE "REVERSAL" TO HST-RCT-TYPE
120090     ELSE
120100         MOVE "PAYMENT"  TO HST-RCT-TYPE
120110     END-IF
120120     MOVE PS-AMOUNT      TO HST-RCT-AMOUNT
120130     MOVE PS-USER-ID     TO HST-RCT-USER
120140     WRITE RPT-PRINT-LINE FROM HST-RECEIPT-LINE
120150         AFTER ADVANCING 1 LINE
120160     ADD 1 TO WS-RPT-LINE-COUNT.
120170 9290-EXIT.
120180     EXIT.
120190
120200 9295-HIST-PAGE-HEADING.
120210     ADD 1 TO WS-RPT-PAGE-NO
120220     MOVE WS-RPT-PAGE-NO TO HST-H1-PAGE
120230     WRITE RPT-PRINT-LINE FROM HST-HEADING-1
120240         AFTER ADVANCING PAGE
120250     WRITE RPT-PRINT-LINE FROM HST-HEADING-2
120260         AFTER ADVANCING 2 LINES
120270     WRITE RPT-PRINT-LINE FROM HST-HEADING-3
120280         AFTER ADVANCING 1 LINE
120290     MOVE 4 TO WS-RPT-LINE-COUNT.
120300 9295-EXIT.
120310     EXIT.
120320******************************************************************
120330*  9300-GRADE-LOAD - UNATTENDED TERM GRADE LOAD (PARM='GRADES',  *
120340*  SEE JCL MEMBER FLORGRD), RUN AFTER THE FACULTY SHEETS ARE IN  *
120350*  AND AHEAD OF THE STATUS CHANGES AND THE END-OF-TERM ROLLOVER. *
120360*  READS GRADEIN TOP TO BOTTOM THE SAME WAY TRANSIN FEEDS        *
120370*  9800-BATCH-PROCESS, VALIDATES EVERY RECORD, APPENDS THE CLEAN *
120380*  ONES TO GRADE-FILE AND WRITES EACH REJECT TO GRDREJ IN        *
120390*  GRADEIN LAYOUT PLUS A REASON CODE FOR CORRECTION AND          *
120400*  RESUBMISSION.                                                 *
120410******************************************************************
120420 9300-GRADE-LOAD.
120430     MOVE 0 TO WS-GRADES-LOADED
120440     MOVE 0 TO WS-GRADES-REJECTED
120450
120460     PERFORM 9320-LOAD-GRADE-KEYS THRU 9320-EXIT
120470     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
120480     IF WS-SUBJECT-COUNT = 0
120490         DISPLAY "SUBJECT MASTER NOT AVAILABLE (STATUS="
120500             WS-FS-SUBJECT ") - SUBJECT AND UNITS CHECKS "
120510             "DISABLED."
120520     END-IF
120530
120540     OPEN INPUT GRADE-TRANS
120550     IF WS-FS-GRADEIN NOT = "00"
120560         DISPLAY "GRADEIN COULD NOT BE OPENED, STATUS="
120570             WS-FS-GRADEIN
120580         GO TO 9300-EXIT
120590     END-IF
120600     OPEN OUTPUT GRADE-REJECT
120610     IF WS-FS-GRDREJ NOT = "00"
120620         DISPLAY "GRADE REJECT FILE COULD NOT BE OPENED, "
120630             "STATUS=" WS-FS-GRDREJ
120640         CLOSE GRADE-TRANS
120650         GO TO 9300-EXIT
120660     END-IF
120670     OPEN EXTEND GRADE-FILE
120680     IF WS-FS-GRADE = "35"
120690         OPEN OUTPUT GRADE-FILE
120700     END-IF
120710     IF WS-FS-GRADE NOT = "00"
120720         DISPLAY "GRADE FILE COULD NOT BE OPENED, STATUS="
120730             WS-FS-GRADE
120740         CLOSE GRADE-TRANS
120750         CLOSE GRADE-REJECT
120760         GO TO 9300-EXIT
120770     END-IF
120780
120790*  WITH A STUDY LOAD ON FILE A GRADE IS ONLY TAKEN FOR A SUBJECT
120800*  THE STUDENT IS ENROLLED IN THAT TERM.
120810     MOVE 0 TO WS-GRADES-UNGRADED
120820     MOVE SPACES TO WS-GL-TERM
120830     MOVE "N" TO WS-SL-OPEN-SW
120840     OPEN INPUT STUDY-LOAD-FILE
120850     IF WS-FS-STUDYLD = "00"
120860         MOVE "Y" TO WS-SL-OPEN-SW
120870     ELSE
120880         DISPLAY "STUDY LOAD NOT AVAILABLE (STATUS=" WS-FS-STUDYLD
120890             ") - ENROLLMENT CHECK DISABLED."
120900     END-IF
120910
120920     MOVE "N" TO WS-GRADEIN-EOF-SW
120930     PERFORM 9310-APPLY-ONE-GRADE THRU 9310-EXIT
120940         UNTIL WS-GRADEIN-EOF
120950     CLOSE GRADE-TRANS
120960     CLOSE GRADE-REJECT
120970     CLOSE GRADE-FILE
120980     IF WS-SL-OPEN
120990         PERFORM 9340-LIST-UNGRADED THRU 9340-EXIT
121000         CLOSE STUDY-LOAD-FILE
121010     END-IF
121020
121030     DISPLAY " "
121040     DISPLAY "  ====GRADE LOAD SUMMARY===="
121050     DISPLAY "GRADES LOADED            : " WS-GRADES-LOADED
121060     DISPLAY "GRADES REJECTED          : " WS-GRADES-REJECTED
121070     IF WS-SL-OPEN
121080         DISPLAY "ENROLLED WITH NO GRADE   : " WS-GRADES-UNGRADED
121090     END-IF
121100     IF WS-GRADES-REJECTED > 0
121110         DISPLAY "REJECTED GRADES ARE ON GRDREJ WITH REASON "
121120             "CODES - CORRECT AND RESUBMIT AS GRADEIN."
121130     END-IF.
121140 9300-EXIT.
121150     EXIT.
121160
121170*----------------------------------------------------------------
121180*  9305-REJECT-GRADE - COUNTS THE REJECT AND WRITES THE GRADE
121190*  RECORD IN HAND TO GRADE-REJECT WITH WS-GR-REASON, THE SAME
121200*  CONVENTION AS 9805-REJECT-TRANSACTION. THE CALLER DISPLAYS
121210*  ITS OWN SYSOUT LINE FIRST.
121220*----------------------------------------------------------------
121230 9305-REJECT-GRADE.
121240     ADD 1 TO WS-GRADES-REJECTED
121250     MOVE GT-RECORD    TO GJ-GRADE-IMAGE
121260     MOVE WS-GR-REASON TO GJ-REASON
121270     WRITE GJ-RECORD.
121280 9305-EXIT.
121290     EXIT.
121300
121310 9310-APPLY-ONE-GRADE.
121320     READ GRADE-TRANS NEXT RECORD
121330         AT END
121340             MOVE "Y" TO WS-GRADEIN-EOF-SW
121350             GO TO 9310-EXIT
121360     END-READ
121370
121380     PERFORM 9315-VALIDATE-GRADE THRU 9315-EXIT
121390     IF WS-GR-REASON NOT = SPACES
121400         DISPLAY "GRADE RECORD REJECTED - " WS-GR-REASON
121410             " " GT-SNO " " GT-COURSE-CODE
121420         PERFORM 9305-REJECT-GRADE THRU 9305-EXIT
121430         GO TO 9310-EXIT
121440     END-IF
121450
121460     MOVE GT-SNO         TO GD-SNO
121470     MOVE GT-COURSE-CODE TO GD-COURSE-CODE
121480     MOVE GT-TERM        TO GD-TERM
121490     MOVE GT-UNITS-NUM   TO GD-UNITS
121500     MOVE GT-GRADE-NUM   TO GD-GRADE
121510     WRITE GD-RECORD
121520     ADD 1 TO WS-GRADES-LOADED
121530     IF GT-TERM > WS-GL-TERM
121540         MOVE GT-TERM TO WS-GL-TERM
121550     END-IF
121560
121570*  THE NEW KEY JOINS THE TABLE SO A REPEAT LATER IN THE SAME
121580*  SHEET IS CAUGHT TOO.
121590     IF NOT WS-GK-FULL
121600         IF WS-GRADE-KEY-COUNT < WS-MAX-GRADE-KEYS
121610             ADD 1 TO WS-GRADE-KEY-COUNT
121620             MOVE GT-SNO         TO
121630                 WS-GK-SNO(WS-GRADE-KEY-COUNT)
121640             MOVE GT-COURSE-CODE TO
121650                 WS-GK-CODE(WS-GRADE-KEY-COUNT)
121660             MOVE GT-TERM        TO
121670                 WS-GK-TERM(WS-GRADE-KEY-COUNT)
121680         ELSE
121690             SET WS-GK-FULL TO TRUE
121700             DISPLAY "GRADE KEY TABLE FULL - DUPLICATE CHECK "
121710                 "DISABLED FOR THE REST OF THE LOAD."
121720         END-IF
121730     END-IF.
121740 9310-EXIT.
121750     EXIT.
121760
121770*----------------------------------------------------------------
121780*  9315-VALIDATE-GRADE - NON-INTERACTIVE FIELD RULES FOR ONE
121790*  GRADEIN RECORD, THE SAME SHAPE AS 9815-VALIDATE-TRANSACTION.
121800*  SETS WS-GR-REASON TO SPACES WHEN THE RECORD IS CLEAN,
121810*  OTHERWISE TO THE REASON CODE THAT GOES ON GRDREJ. THE STUDENT
121820*  MUST STILL BE ON THE DIRECTORY - GRADES LOAD AHEAD OF THE
121830*  ROLLOVER THAT ARCHIVES THEM. THE SUBJECT AND ITS UNITS ARE
121840*  CHECKED AGAINST THE SUBJECT MASTER WHEN ONE IS LOADED, AND
121850*  THE STUDENT MUST BE ENROLLED IN THE SUBJECT FOR THE TERM
121860*  WHEN A STUDY LOAD IS ON FILE.
121870*----------------------------------------------------------------
121880 9315-VALIDATE-GRADE.
121890     MOVE SPACES TO WS-GR-REASON
121900     IF GT-COURSE-CODE = SPACES
121910         MOVE "BAD-SUBJ" TO WS-GR-REASON
121920         GO TO 9315-EXIT
121930     END-IF
121940     IF GT-TERM IS NOT NUMERIC
121950         MOVE "BAD-TERM" TO WS-GR-REASON
121960         GO TO 9315-EXIT
121970     END-IF
121980*  WITH A SUBJECT MASTER LOADED THE SUBJECT MUST BE ON IT AND
121990*  THE UNITS ARE ITS OFFICIAL UNITS - A SHEET THAT LEAVES THEM
122000*  BLANK OR ZERO TAKES THE MASTER'S, ONE THAT KEYS DIFFERENT
122010*  UNITS IS REJECTED. WITHOUT A MASTER THE SHEET'S UNITS STAND.
122020     MOVE "N" TO WS-SUBJ-FOUND-SW
122030     IF WS-SUBJECT-COUNT > 0
122040         MOVE GT-COURSE-CODE TO WS-SUBJ-TEST
122050         PERFORM 1660-FIND-SUBJECT THRU 1660-EXIT
122060         IF NOT WS-SUBJ-FOUND
122070             MOVE "UNKNOWN-SUBJ" TO WS-GR-REASON
122080             GO TO 9315-EXIT
122090         END-IF
122100         IF GT-UNITS = SPACES OR GT-UNITS = ZEROS
122110             MOVE WS-SUBJ-UNITS TO GT-UNITS-NUM
122120         END-IF
122130     END-IF
122140     IF GT-UNITS IS NOT NUMERIC
122150         MOVE "BAD-UNITS" TO WS-GR-REASON
122160         GO TO 9315-EXIT
122170     END-IF
122180     IF GT-UNITS-NUM = ZERO
122190         MOVE "BAD-UNITS" TO WS-GR-REASON
122200         GO TO 9315-EXIT
122210     END-IF
122220     IF WS-SUBJ-FOUND AND GT-UNITS-NUM NOT = WS-SUBJ-UNITS
122230         MOVE "UNITS-DIFFER" TO WS-GR-REASON
122240         GO TO 9315-EXIT
122250     END-IF
122260     IF GT-GRADE IS NOT NUMERIC
122270         MOVE "BAD-GRADE" TO WS-GR-REASON
122280         GO TO 9315-EXIT
122290     END-IF
122300     IF GT-GRADE-NUM < WS-MIN-GRADE
122310             OR GT-GRADE-NUM > WS-MAX-GRADE
122320         MOVE "BAD-GRADE" TO WS-GR-REASON
122330         GO TO 9315-EXIT
122340     END-IF
122350
122360     SET k TO 1
122370     SEARCH student-info VARYING k
122380         AT END
122390             MOVE "NOT-FOUND" TO WS-GR-REASON
122400             GO TO 9315-EXIT
122410         WHEN sNo(k) = GT-SNO
122420             CONTINUE
122430     END-SEARCH
122440
122450     IF WS-SL-OPEN
122460         MOVE GT-SNO         TO SL-SNO
122470         MOVE GT-TERM        TO SL-TERM
122480         MOVE GT-COURSE-CODE TO SL-SUBJECT
122490         READ STUDY-LOAD-FILE
122500             INVALID KEY
122510                 MOVE "NOT-ENROLLED" TO WS-GR-REASON
122520                 GO TO 9315-EXIT
122530         END-READ
122540     END-IF
122550
122560     IF WS-GK-FULL
122570         GO TO 9315-EXIT
122580     END-IF
122590     MOVE GT-SNO         TO WS-GKT-SNO
122600     MOVE GT-COURSE-CODE TO WS-GKT-CODE
122610     MOVE GT-TERM        TO WS-GKT-TERM
122620     MOVE "N" TO WS-GK-DUP-SW
122630     PERFORM 9330-CHECK-DUP-KEY THRU 9330-EXIT
122640         VARYING j FROM 1 BY 1
122650         UNTIL j > WS-GRADE-KEY-COUNT OR WS-GK-DUP
122660     IF WS-GK-DUP
122670         MOVE "DUPLICATE" TO WS-GR-REASON
122680     END-IF.
122690 9315-EXIT.
122700     EXIT.
122710
122720*----------------------------------------------------------------
122730*  9320-LOAD-GRADE-KEYS - FILLS WS-GRADE-KEYS FROM THE GRADES
122740*  ALREADY ON FILE AT THE TOP OF THE LOAD. A MISSING GRADE FILE
122750*  JUST MEANS NOTHING IS POSTED YET.
122760*----------------------------------------------------------------
122770 9320-LOAD-GRADE-KEYS.
122780     MOVE 0 TO WS-GRADE-KEY-COUNT
122790     MOVE "N" TO WS-GK-FULL-SW
122800     OPEN INPUT GRADE-FILE
122810     IF WS-FS-GRADE NOT = "00"
122820         GO TO 9320-EXIT
122830     END-IF
122840     MOVE "N" TO WS-GRADE-EOF-SW
122850     PERFORM 9325-LOAD-ONE-GRADE-KEY THRU 9325-EXIT
122860         UNTIL WS-GRADE-EOF OR WS-GK-FULL
122870     CLOSE GRADE-FILE
122880     IF WS-GK-FULL
122890         DISPLAY "GRADE KEY TABLE FULL - DUPLICATE CHECK "
122900             "DISABLED FOR THIS LOAD."
122910     END-IF.
122920 9320-EXIT.
122930     EXIT.
122940
122950 9325-LOAD-ONE-GRADE-KEY.
122960     READ GRADE-FILE NEXT RECORD
122970         AT END
122980             MOVE "Y" TO WS-GRADE-EOF-SW
122990             GO TO 9325-EXIT
123000     END-READ
123010     IF WS-GRADE-KEY-COUNT >= WS-MAX-GRADE-KEYS
123020         SET WS-GK-FULL TO TRUE
123030         GO TO 9325-EXIT
123040     END-IF
123050     ADD 1 TO WS-GRADE-KEY-COUNT
123060     MOVE GD-SNO         TO WS-GK-SNO(WS-GRADE-KEY-COUNT)
123070     MOVE GD-COURSE-CODE TO WS-GK-CODE(WS-GRADE-KEY-COUNT)
123080     MOVE GD-TERM        TO WS-GK-TERM(WS-GRADE-KEY-COUNT).
123090 9325-EXIT.
123100     EXIT.
123110
123120 9330-CHECK-DUP-KEY.
123130     IF WS-GRADE-KEY(j) = WS-GRADE-KEY-TEST
123140         SET WS-GK-DUP TO TRUE
123150     END-IF.
123160 9330-EXIT.
123170     EXIT.
123180
123190*----------------------------------------------------------------
123200*  9340-LIST-UNGRADED - AFTER THE LOAD, EVERY ENROLLMENT ON THE
123210*  STUDY LOAD FOR THE LATEST TERM THE SHEETS CARRIED THAT STILL
123220*  HAS NO GRADE ON FILE - A SHEET NOT YET IN, OR A STUDENT LEFT
123230*  OFF ONE. CHECKED AGAINST THE GRADE KEY TABLE, SO IT IS SKIPPED
123240*  WHEN THAT TABLE FILLED UP.
123250*----------------------------------------------------------------
123260 9340-LIST-UNGRADED.
123270     IF WS-GL-TERM = SPACES
123280         GO TO 9340-EXIT
123290     END-IF
123300     IF WS-GK-FULL
123310         DISPLAY "GRADE KEY TABLE FULL - UNGRADED ENROLLMENTS "
123320             "NOT LISTED."
123330         GO TO 9340-EXIT
123340     END-IF
123350     MOVE LOW-VALUES TO SL-KEY
123360     MOVE "N" TO WS-SL-EOF-SW
123370     START STUDY-LOAD-FILE KEY IS NOT LESS THAN SL-KEY
123380         INVALID KEY
123390             MOVE "Y" TO WS-SL-EOF-SW
123400     END-START
123410     PERFORM 9345-CHECK-ONE-ENROLLMENT THRU 9345-EXIT
123420         UNTIL WS-SL-EOF.
123430 9340-EXIT.
123440     EXIT.
123450
123460 9345-CHECK-ONE-ENROLLMENT.
123470     READ STUDY-LOAD-FILE NEXT RECORD
123480         AT END
123490             MOVE "Y" TO WS-SL-EOF-SW
123500             GO TO 9345-EXIT
123510     END-READ
123520     IF SL-TERM NOT = WS-GL-TERM
123530         GO TO 9345-EXIT
123540     END-IF
123550     MOVE SL-SNO     TO WS-GKT-SNO
123560     MOVE SL-SUBJECT TO WS-GKT-CODE
123570     MOVE SL-TERM    TO WS-GKT-TERM
123580     MOVE "N" TO WS-GK-DUP-SW
123590     PERFORM 9330-CHECK-DUP-KEY THRU 9330-EXIT
123600         VARYING j FROM 1 BY 1
123610         UNTIL j > WS-GRADE-KEY-COUNT OR WS-GK-DUP
123620     IF NOT WS-GK-DUP
123630         DISPLAY "ENROLLED, NO GRADE - " SL-SNO " " SL-SUBJECT
123640             " " SL-TERM
123650         ADD 1 TO WS-GRADES-UNGRADED
123660     END-IF.
123670 9345-EXIT.
123680     EXIT.
123690
123700******************************************************************
123710*  9350-GRADE-REGISTER - THE TERM GRADE REGISTER (MENU [14] OR   *
123720*  PARM='GRADEREG', OPTIONALLY PARM='GRADEREG YYYYMM'). SORTS    *
123730*  ONE TERM'S GRADE-FILE RECORDS BY SUBJECT THEN STUDENT NUMBER  *
123740*  AND WRITES COLUMNAR LINES TO REPORT-FILE WITH PAGE HEADINGS,  *
123750*  A COUNT AND UNIT-WEIGHTED AVERAGE GRADE AT EACH SUBJECT       *
123760*  BREAK, AND A GRAND TOTAL - THE SAME SHAPE AS THE POSTED       *
123770*  ROSTER.                                                       *
123780*  EACH SUBJECT BREAK CARRIES THE TITLE FROM THE SUBJECT MASTER. *
123790******************************************************************
123800 9350-GRADE-REGISTER.
123810     IF WS-MODE-GRADEREG
123820         IF WS-REG-TERM IS NOT NUMERIC
123830             MOVE WS-CURRENT-TERM TO WS-REG-TERM
123840         END-IF
123850     ELSE
123860         MOVE SPACES TO WS-TERM-ENTRY
123870         PERFORM 4521-PROMPT-TERM THRU 4521-EXIT
123880             UNTIL WS-TERM-ENTRY IS NUMERIC
123890         MOVE WS-TERM-ENTRY TO WS-REG-TERM
123900     END-IF
123910
123920     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
123930     OPEN INPUT GRADE-FILE
123940     IF WS-FS-GRADE NOT = "00"
123950         DISPLAY "NO GRADES ON FILE (STATUS=" WS-FS-GRADE ")."
123960         GO TO 9350-EXIT
123970     END-IF
123980     OPEN OUTPUT REPORT-FILE
123990     IF WS-FS-REPORT NOT = "00"
124000         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
124010             WS-FS-REPORT
124020         CLOSE GRADE-FILE
124030         GO TO 9350-EXIT
124040     END-IF
124050
124060     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
124070     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
124080     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
124090     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
124100     MOVE WS-RPT-RUN-DATE      TO GRG-H1-DATE
124110     MOVE WS-REG-TERM          TO GRG-H1-TERM
124120
124130     MOVE 0 TO WS-RPT-PAGE-NO
124140     MOVE 0 TO WS-GRG-GRAND-TALLY
124150     MOVE 0 TO WS-GRG-SUB-TALLY
124160     MOVE 0 TO WS-GRG-SUB-UNITS
124170     MOVE 0 TO WS-GRG-SUB-POINTS
124180     MOVE SPACES TO WS-PREV-CODE
124190     MOVE "Y" TO WS-RPT-FIRST-SW
124200
124210     SORT GRADE-SORT
124220         ON ASCENDING KEY GS-COURSE-CODE GS-SNO
124230         INPUT PROCEDURE 9355-REGISTER-INPUT THRU 9355-EXIT
124240         OUTPUT PROCEDURE 9360-REGISTER-OUTPUT THRU 9360-EXIT
124250
124260     CLOSE GRADE-FILE
124270     CLOSE REPORT-FILE
124280     DISPLAY "GRADE REGISTER FOR TERM " WS-REG-TERM
124290         " WRITTEN TO STUREPT.".
124300 9350-EXIT.
124310     EXIT.
124320
124330*----------------------------------------------------------------
124340*  9355-REGISTER-INPUT - RELEASES EVERY GRADE-FILE RECORD FOR
124350*  THE TERM THE REGISTER COVERS.
124360*----------------------------------------------------------------
124370 9355-REGISTER-INPUT.
124380     MOVE "N" TO WS-GRADE-EOF-SW
124390     PERFORM 9356-RELEASE-ONE-GRADE THRU 9356-EXIT
124400         UNTIL WS-GRADE-EOF.
124410 9355-EXIT.
124420     EXIT.
124430
124440 9356-RELEASE-ONE-GRADE.
124450     READ GRADE-FILE NEXT RECORD
124460         AT END
124470             MOVE "Y" TO WS-GRADE-EOF-SW
124480             GO TO 9356-EXIT
124490     END-READ
124500     IF GD-TERM NOT = WS-REG-TERM
124510         GO TO 9356-EXIT
124520     END-IF
124530     MOVE GD-COURSE-CODE TO GS-COURSE-CODE
124540     MOVE GD-SNO         TO GS-SNO
124550     MOVE GD-UNITS       TO GS-UNITS
124560     MOVE GD-GRADE       TO GS-GRADE
124570     RELEASE GS-RECORD.
124580 9356-EXIT.
124590     EXIT.
124600
124610 9360-REGISTER-OUTPUT.
124620     PERFORM 9380-GRADE-PAGE-HEADING THRU 9380-EXIT
124630     MOVE "N" TO WS-SORT-EOF-SW
124640     PERFORM 9365-REGISTER-ONE THRU 9365-EXIT
124650         UNTIL WS-SORT-EOF
124660
124670     IF NOT WS-RPT-FIRST
124680         PERFORM 9375-PRINT-GRADE-SUBTOTAL THRU 9375-EXIT
124690     END-IF
124700     MOVE WS-GRG-GRAND-TALLY TO GRG-TOT-TALLY
124710     WRITE RPT-PRINT-LINE FROM GRG-TOTAL-LINE
124720         AFTER ADVANCING 2 LINES.
124730 9360-EXIT.
124740     EXIT.
124750
124760 9365-REGISTER-ONE.
124770     RETURN GRADE-SORT
124780         AT END
124790             MOVE "Y" TO WS-SORT-EOF-SW
124800             GO TO 9365-EXIT
124810     END-RETURN
124820
124830*  SUBJECT CONTROL BREAK - THE SAME SHAPE AS THE ROSTER'S COURSE
124840*  BREAK IN 9520-ROSTER-ONE.
124850     IF WS-RPT-FIRST
124860         MOVE "N" TO WS-RPT-FIRST-SW
124870         MOVE GS-COURSE-CODE TO WS-PREV-CODE
124880         MOVE 0 TO WS-GRG-SUB-TALLY
124890         MOVE 0 TO WS-GRG-SUB-UNITS
124900         MOVE 0 TO WS-GRG-SUB-POINTS
124910         PERFORM 9370-PRINT-SUBJECT-HEAD THRU 9370-EXIT
124920     ELSE
124930         IF GS-COURSE-CODE NOT = WS-PREV-CODE
124940             PERFORM 9375-PRINT-GRADE-SUBTOTAL THRU 9375-EXIT
124950             MOVE GS-COURSE-CODE TO WS-PREV-CODE
124960             MOVE 0 TO WS-GRG-SUB-TALLY
124970             MOVE 0 TO WS-GRG-SUB-UNITS
124980             MOVE 0 TO WS-GRG-SUB-POINTS
124990             PERFORM 9370-PRINT-SUBJECT-HEAD THRU 9370-EXIT
125000         END-IF
125010     END-IF
125020
125030     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
125040         PERFORM 9380-GRADE-PAGE-HEADING THRU 9380-EXIT
125050         PERFORM 9370-PRINT-SUBJECT-HEAD THRU 9370-EXIT
125060     END-IF
125070
125080     MOVE GS-SNO TO GRG-DET-SNO
125090     SET k TO 1
125100     SEARCH student-info VARYING k
125110         AT END
125120             MOVE SPACES TO GRG-DET-NAME
125130         WHEN sNo(k) = GS-SNO
125140             MOVE fullname(k) TO GRG-DET-NAME
125150     END-SEARCH
125160     MOVE GS-UNITS TO GRG-DET-UNITS
125170     MOVE GS-GRADE TO GRG-DET-GRADE
125180     WRITE RPT-PRINT-LINE FROM GRG-DETAIL-LINE
125190         AFTER ADVANCING 1 LINE
125200     ADD 1 TO WS-RPT-LINE-COUNT
125210     ADD 1 TO WS-GRG-SUB-TALLY
125220     ADD 1 TO WS-GRG-GRAND-TALLY
125230     ADD GS-UNITS TO WS-GRG-SUB-UNITS
125240     COMPUTE WS-GRG-SUB-POINTS =
125250         WS-GRG-SUB-POINTS + (GS-GRADE * GS-UNITS).
125260 9365-EXIT.
125270     EXIT.
125280
125290 9370-PRINT-SUBJECT-HEAD.
125300     MOVE WS-PREV-CODE TO GRG-CRS-CODE
125310     MOVE WS-PREV-CODE TO WS-SUBJ-TEST
125320     PERFORM 1660-FIND-SUBJECT THRU 1660-EXIT
125330     MOVE WS-SUBJ-TITLE TO GRG-CRS-TITLE
125340     WRITE RPT-PRINT-LINE FROM GRG-COURSE-LINE
125350         AFTER ADVANCING 2 LINES
125360     ADD 2 TO WS-RPT-LINE-COUNT.
125370 9370-EXIT.
125380     EXIT.
125390
125400 9375-PRINT-GRADE-SUBTOTAL.
125410     MOVE WS-GRG-SUB-TALLY TO GRG-SUB-TALLY
125420     IF WS-GRG-SUB-UNITS > 0
125430         COMPUTE GRG-SUB-AVG ROUNDED =
125440             WS-GRG-SUB-POINTS / WS-GRG-SUB-UNITS
125450     ELSE
125460         MOVE ZERO TO GRG-SUB-AVG
125470     END-IF
125480     WRITE RPT-PRINT-LINE FROM GRG-SUBTOTAL-LINE
125490         AFTER ADVANCING 2 LINES
125500     ADD 2 TO WS-RPT-LINE-COUNT.
125510 9375-EXIT.
125520     EXIT.
125530
125540 9380-GRADE-PAGE-HEADING.
125550     ADD 1 TO WS-RPT-PAGE-NO
125560     MOVE WS-RPT-PAGE-NO TO GRG-H1-PAGE
125570     WRITE RPT-PRINT-LINE FROM GRG-HEADING-1
125580         AFTER ADVANCING PAGE
125590     WRITE RPT-PRINT-LINE FROM GRG-HEADING-2
125600         AFTER ADVANCING 2 LINES
125610     MOVE 3 TO WS-RPT-LINE-COUNT.
125620 9380-EXIT.
125630     EXIT.
125640
125650******************************************************************
125660*  9400-TERM-ROLLOVER - END-OF-TERM JOB (PARM='ROLLOVER', SEE    *
125670*  JCL MEMBER FLOREOT). MOVES EVERY GRADUATED OR WITHDRAWN       *
125680*  STUDENT OUT OF STUDENT-MASTER INTO THE CUMULATIVE             *
125690*  ARCHIVE-FILE, FREEING THEIR SLOTS, SO THE DIRECTORY GOING     *
125700*  INTO THE NEW TERM HOLDS ONLY ACTIVE AND LOA STUDENTS.         *
125710******************************************************************
125720 9400-TERM-ROLLOVER.
125730     MOVE 0 TO WS-ROLL-GRADUATED
125740     MOVE 0 TO WS-ROLL-WITHDRAWN
125750     MOVE 0 TO WS-ROLL-REMAINING
125760
125770     OPEN EXTEND ARCHIVE-FILE
125780     IF WS-FS-ARCHIVE = "35"
125790         OPEN OUTPUT ARCHIVE-FILE
125800     END-IF
125810     IF WS-FS-ARCHIVE NOT = "00"
125820         DISPLAY "ARCHIVE FILE COULD NOT BE OPENED, STATUS="
125830             WS-FS-ARCHIVE
125840         GO TO 9400-EXIT
125850     END-IF
125860
125870     PERFORM 9410-ROLL-ONE-STUDENT THRU 9410-EXIT
125880         VARYING j FROM 1 BY 1 UNTIL j > WS-STUDENT-COUNT
125890     CLOSE ARCHIVE-FILE
125900
125910     DISPLAY " "
125920     DISPLAY "  ====END-OF-TERM ROLLOVER SUMMARY===="
125930     DISPLAY "GRADUATED ARCHIVED       : " WS-ROLL-GRADUATED
125940     DISPLAY "WITHDRAWN ARCHIVED       : " WS-ROLL-WITHDRAWN
125950     DISPLAY "STUDENTS REMAINING       : " WS-ROLL-REMAINING.
125960 9400-EXIT.
125970     EXIT.
125980
125990 9410-ROLL-ONE-STUDENT.
126000     IF sNo(j) = SPACES
126010         GO TO 9410-EXIT
126020     END-IF
126030     IF NOT enroll-graduated(j) AND NOT enroll-withdrawn(j)
126040         ADD 1 TO WS-ROLL-REMAINING
126050         GO TO 9410-EXIT
126060     END-IF
126070
126080*  ARCHIVE FIRST, THEN DROP FROM THE MASTER - A RUN THAT DIES
126090*  BETWEEN THE TWO LEAVES THE STUDENT ON BOTH FILES, NEVER ON
126100*  NEITHER; RERUNNING THE ROLLOVER CLEANS THE DUPLICATE UP.
126110     MOVE sNo(j)           TO AR-SNO
126120     MOVE fullname(j)      TO AR-FULLNAME
126130     MOVE course(j)        TO AR-COURSE
126140     MOVE mobile(j)        TO AR-MOBILE
126150     MOVE landline(j)      TO AR-LANDLINE
126160     MOVE age(j)           TO AR-AGE
126170     MOVE enroll-status(j) TO AR-STATUS
126180     MOVE status-term(j)   TO AR-STATUS-TERM
126190     MOVE SPACE            TO AR-READMITTED
126200     WRITE AR-RECORD
126210
126220     IF enroll-graduated(j)
126230         ADD 1 TO WS-ROLL-GRADUATED
126240     ELSE
126250         ADD 1 TO WS-ROLL-WITHDRAWN
126260     END-IF
126270
126280     MOVE sNo(j) TO SM-SNO
126290     PERFORM 8400-DELETE-MASTER THRU 8400-EXIT
126300     MOVE SPACES TO fullname(j)
126310     MOVE SPACES TO sNo(j)
126320     MOVE SPACES TO course(j)
126330     MOVE SPACES TO mobile(j)
126340     MOVE SPACES TO landline(j)
126350     MOVE ZERO   TO age(j)
126360     MOVE SPACES TO enroll-status(j)
126370     MOVE SPACES TO status-term(j).
126380 9410-EXIT.
126390     EXIT.
126400
126410
126420******************************************************************
126430*  9450-REBUILD-MASTER - DISASTER RECOVERY (PARM='REBUILD', SEE  *
126440*  JCL MEMBER FLORRBD). THE MASTER WAS STARTED OVER EMPTY AT     *
126450*  STARTUP. WHEN THE LATEST BACKUP IMAGE (PARM='BACKUP') IS      *
126460*  USABLE IT IS LOADED FIRST (9452) AND ONLY JOURNAL ENTRIES     *
126470*  WRITTEN AFTER IT ARE REPLAYED; OTHERWISE EVERY ENTRY, CLOSED  *
126480*  GENERATIONS FIRST, IS REPLAYED IN THE ORDER IT WAS WRITTEN -  *
126490*  ADDS AND REINSTATEMENTS AS KEYED WRITES FROM THE AFTER-IMAGE, *
126500*  EDITS AND STATUS CHANGES AS REWRITES, DELETIONS AS DELETES -  *
126510*  STOPPING AT THE OPTIONAL PARM CUTOFF SO THE DIRECTORY CAN BE  *
126520*  RECOVERED AS OF A POINT IN TIME. AN ENTRY THE MASTER CANNOT   *
126530*  HONOUR (AN EDIT OF A RECORD NEVER ADDED, AN ADD OF A KEY      *
126540*  ALREADY PRESENT) MARKS A JOURNAL GAP: IT IS REPORTED AND      *
126550*  COUNTED, AND THE AFTER-IMAGE IS STILL APPLIED, SINCE THE      *
126560*  LATEST IMAGE IS THE BEST RECONSTRUCTION AVAILABLE.            *
126570******************************************************************
126580 9450-REBUILD-MASTER.
126590     MOVE 0 TO WS-RBD-REPLAYED
126600     MOVE 0 TO WS-RBD-APPLIED
126610     MOVE 0 TO WS-RBD-GAPS
126620     MOVE 0 TO WS-RBD-ON-FILE
126630     MOVE "N" TO WS-RBD-STOP-SW
126640     MOVE 0 TO WS-RBD-SKIPPED
126650     MOVE "N" TO WS-RBD-IMAGE-SW
126660
126670     PERFORM 9452-RESTORE-IMAGE THRU 9452-EXIT
126680
126690*  RESTORED FROM AN IMAGE, ONLY THE LIVE JOURNAL CAN HOLD LATER
126700*  ENTRIES - EVERY CLOSED GENERATION IS ALREADY IN THE IMAGE.
126710     IF WS-RBD-FROM-IMAGE
126720         MOVE "N" TO WS-JH-OPEN-SW
126730         MOVE "N" TO WS-JRNL-EOF-SW
126740         OPEN INPUT JOURNAL-FILE
126750     ELSE
126760         PERFORM 8700-OPEN-JOURNALS THRU 8700-EXIT
126770     END-IF
126780     IF WS-FS-JOURNAL NOT = "00"
126790         IF WS-RBD-FROM-IMAGE
126800             DISPLAY "JOURNAL COULD NOT BE OPENED, STATUS="
126810                 WS-FS-JOURNAL " - MASTER RESTORED FROM THE "
126820                 "IMAGE ONLY."
126830             GO TO 9450-SUMMARY
126840         END-IF
126850         DISPLAY "JOURNAL COULD NOT BE OPENED, STATUS="
126860             WS-FS-JOURNAL " - NOTHING REBUILT."
126870         GO TO 9450-EXIT
126880     END-IF
126890     PERFORM 9460-REPLAY-ONE-JOURNAL THRU 9460-EXIT
126900         UNTIL WS-JRNL-EOF OR WS-RBD-STOPPED
126910     PERFORM 8710-CLOSE-JOURNALS THRU 8710-EXIT.
126920
126930 9450-SUMMARY.
126940     DISPLAY " "
126950     DISPLAY "  ====JOURNAL REBUILD SUMMARY===="
126960     IF WS-RBD-STOPPED
126970         DISPLAY "REPLAY STOPPED AT CUTOFF " WS-REBUILD-DATE
126980             " " WS-REBUILD-TIME
126990     END-IF
127000     IF WS-RBD-FROM-IMAGE
127010         DISPLAY "RESTORED FROM IMAGE OF   : " WS-BKP-DATE " "
127020             WS-BKP-TIME
127030         DISPLAY "RECORDS FROM THE IMAGE   : " WS-BKP-COUNT(1)
127040         DISPLAY "ENTRIES ALREADY IN IMAGE : " WS-RBD-SKIPPED
127050     END-IF
127060     DISPLAY "JOURNAL ENTRIES REPLAYED : " WS-RBD-REPLAYED
127070     DISPLAY "ENTRIES APPLIED          : " WS-RBD-APPLIED
127080     DISPLAY "JOURNAL GAPS             : " WS-RBD-GAPS
127090     DISPLAY "RECORDS ON REBUILT MASTER: " WS-RBD-ON-FILE
127100     IF WS-RBD-GAPS > 0
127110         DISPLAY "GAPS ARE LISTED ABOVE - THE AFTER-IMAGE WAS "
127120             "APPLIED WHERE ONE EXISTED; VERIFY THOSE RECORDS "
127130             "AGAINST THE LAST PRINTED ROSTER."
127140     END-IF.
127150 9450-EXIT.
127160     EXIT.
127170
127180*----------------------------------------------------------------
127190*  9452-RESTORE-IMAGE - LOADS THE LATEST MASTER IMAGE (PARM=
127200*  'BACKUP') INTO THE EMPTY MASTER WHEN IT CAN BE TRUSTED: ITS
127210*  CONTROL RECORD MUST BE READABLE, ITS STAMP MUST NOT BE PAST
127220*  THE CUTOFF, AND WHAT WAS LOADED MUST AGREE WITH THE CONTROL
127230*  RECORD'S COUNT AND KEY RANGE. OTHERWISE THE MASTER IS STARTED
127240*  OVER EMPTY AGAIN AND THE WHOLE JOURNAL IS REPLAYED.
127250*----------------------------------------------------------------
127260 9452-RESTORE-IMAGE.
127270     OPEN INPUT BACKUP-CONTROL
127280     IF WS-FS-BKUPCTL NOT = "00"
127290         DISPLAY "NO BACKUP CONTROL RECORD (STATUS=" WS-FS-BKUPCTL
127300             ") - REPLAYING THE WHOLE JOURNAL."
127310         GO TO 9452-EXIT
127320     END-IF
127330     READ BACKUP-CONTROL NEXT RECORD
127340         AT END
127350             DISPLAY "BACKUP CONTROL FILE IS EMPTY - REPLAYING "
127360                 "THE WHOLE JOURNAL."
127370             CLOSE BACKUP-CONTROL
127380             GO TO 9452-EXIT
127390     END-READ
127400     CLOSE BACKUP-CONTROL
127410     IF BK-DATE NOT NUMERIC OR BK-TIME NOT NUMERIC
127420             OR BK-COUNT(1) NOT NUMERIC
127430         DISPLAY "BACKUP CONTROL RECORD IS DAMAGED - REPLAYING "
127440             "THE WHOLE JOURNAL."
127450         GO TO 9452-EXIT
127460     END-IF
127470*  AN IMAGE TAKEN AFTER THE CUTOFF CANNOT BE WOUND BACK.
127480     IF BK-DATE > WS-REBUILD-DATE
127490             OR (BK-DATE = WS-REBUILD-DATE
127500             AND BK-TIME > WS-REBUILD-TIME)
127510         DISPLAY "LATEST IMAGE " BK-DATE " " BK-TIME
127520             " IS PAST THE CUTOFF - REPLAYING THE WHOLE JOURNAL."
127530         GO TO 9452-EXIT
127540     END-IF
127550
127560     OPEN INPUT MASTER-IMAGE
127570     IF WS-FS-MSTIMG NOT = "00"
127580         DISPLAY "MASTER IMAGE COULD NOT BE OPENED, STATUS="
127590             WS-FS-MSTIMG " - REPLAYING THE WHOLE JOURNAL."
127600         GO TO 9452-EXIT
127610     END-IF
127620     MOVE BK-DATE TO WS-BKP-DATE
127630     MOVE BK-TIME TO WS-BKP-TIME
127640     MOVE 1 TO WS-BKP-SUB
127650     PERFORM 8805-CLEAR-ONE-FILE THRU 8805-EXIT
127660     SET WS-BKP-SIDE-BACKUP TO TRUE
127670     MOVE "N" TO WS-BKP-EOF-SW
127680     PERFORM 9454-RESTORE-ONE-IMAGE THRU 9454-EXIT
127690         UNTIL WS-BKP-EOF
127700     CLOSE MASTER-IMAGE
127710
127720     IF WS-BKP-COUNT(1) = BK-COUNT(1)
127730             AND WS-BKP-LOW(1) = BK-LOW-KEY(1)
127740             AND WS-BKP-HIGH(1) = BK-HIGH-KEY(1)
127750         MOVE "Y" TO WS-RBD-IMAGE-SW
127760         MOVE WS-BKP-COUNT(1) TO WS-RBD-ON-FILE
127770         GO TO 9452-EXIT
127780     END-IF
127790     DISPLAY "MASTER IMAGE DOES NOT AGREE WITH ITS CONTROL "
127800         "RECORD (" WS-BKP-COUNT(1) " RECORDS, " BK-COUNT(1)
127810         " EXPECTED) - REPLAYING THE WHOLE JOURNAL."
127820*  START THE MASTER OVER EMPTY, AS AT STARTUP.
127830     CLOSE STUDENT-MASTER
127840     OPEN OUTPUT STUDENT-MASTER
127850     CLOSE STUDENT-MASTER
127860     OPEN I-O STUDENT-MASTER.
127870 9452-EXIT.
127880     EXIT.
127890
127900 9454-RESTORE-ONE-IMAGE.
127910     READ MASTER-IMAGE NEXT RECORD INTO SM-RECORD
127920         AT END
127930             MOVE "Y" TO WS-BKP-EOF-SW
127940             GO TO 9454-EXIT
127950     END-READ
127960     MOVE SM-SNO TO WS-BKP-KEY
127970     PERFORM 8850-TALLY-KEY THRU 8850-EXIT
127980*  NO TERMINAL IS SIGNED ON DURING A REBUILD - NO RECORD IS HELD.
127990     MOVE SPACES TO SM-IN-USE-ID
128000     WRITE SM-RECORD
128010         INVALID KEY
128020             ADD 1 TO WS-RBD-GAPS
128030             DISPLAY "MASTER IMAGE HOLDS A KEY TWICE: " SM-SNO
128040     END-WRITE.
128050 9454-EXIT.
128060     EXIT.
128070
128080 9460-REPLAY-ONE-JOURNAL.
128090     PERFORM 8705-READ-JOURNAL THRU 8705-EXIT
128100     IF WS-JRNL-EOF
128110         GO TO 9460-EXIT
128120     END-IF
128130
128140*  RESTORED FROM AN IMAGE, AN ENTRY STAMPED AT OR BEFORE THE
128150*  BACKUP IS ALREADY IN IT.
128160     IF WS-RBD-FROM-IMAGE
128170         IF JL-ACTION-DATE < WS-BKP-DATE
128180                 OR (JL-ACTION-DATE = WS-BKP-DATE
128190                 AND JL-ACTION-TIME NOT > WS-BKP-TIME)
128200             ADD 1 TO WS-RBD-SKIPPED
128210             GO TO 9460-EXIT
128220         END-IF
128230     END-IF
128240
128250*  THE JOURNAL IS APPEND-ONLY AND CHRONOLOGICAL - THE FIRST
128260*  ENTRY PAST THE CUTOFF ENDS THE REPLAY.
128270     IF JL-ACTION-DATE > WS-REBUILD-DATE
128280             OR (JL-ACTION-DATE = WS-REBUILD-DATE
128290             AND JL-ACTION-TIME > WS-REBUILD-TIME)
128300         MOVE "Y" TO WS-RBD-STOP-SW
128310         GO TO 9460-EXIT
128320     END-IF
128330     ADD 1 TO WS-RBD-REPLAYED
128340
128350     EVALUATE JL-ACTION
128360         WHEN "A"
128370         WHEN "R"
128380         WHEN "W"
128390             PERFORM 9470-REPLAY-WRITE THRU 9470-EXIT
128400         WHEN "E"
128410         WHEN "S"
128420         WHEN "O"
128430             PERFORM 9475-REPLAY-REWRITE THRU 9475-EXIT
128440         WHEN "D"
128450             PERFORM 9480-REPLAY-DELETE THRU 9480-EXIT
128460         WHEN "N"
128470             PERFORM 9485-REPLAY-RENUMBER THRU 9485-EXIT
128480         WHEN OTHER
128490             ADD 1 TO WS-RBD-GAPS
128500             DISPLAY "JOURNAL GAP - UNKNOWN ACTION " JL-ACTION
128510                 " FOR " JL-SNO
128520     END-EVALUATE.
128530 9460-EXIT.
128540     EXIT.
128550
128560*----------------------------------------------------------------
128570*  9465-BUILD-FROM-AFTER-IMAGE - STAGES SM-RECORD FROM THE ENTRY
128580*  IN HAND. EVERY FIELD THE MASTER CARRIES IS ON THE AFTER-IMAGE.
128590*----------------------------------------------------------------
128600 9465-BUILD-FROM-AFTER-IMAGE.
128610     MOVE JL-SNO          TO SM-SNO
128620     MOVE JL-NEW-FULLNAME TO SM-FULLNAME
128630     MOVE JL-NEW-COURSE   TO SM-COURSE
128640     MOVE JL-NEW-MOBILE   TO SM-MOBILE
128650     MOVE JL-NEW-LANDLINE TO SM-LANDLINE
128660     IF JL-NEW-AGE IS NUMERIC
128670         MOVE JL-NEW-AGE  TO SM-AGE
128680     ELSE
128690         MOVE ZERO        TO SM-AGE
128700     END-IF
128710     MOVE JL-NEW-STATUS   TO SM-STATUS
128720     MOVE JL-NEW-TERM     TO SM-STATUS-TERM
128730     MOVE SPACES          TO SM-IN-USE-ID.
128740 9465-EXIT.
128750     EXIT.
128760
128770 9470-REPLAY-WRITE.
128780     PERFORM 9465-BUILD-FROM-AFTER-IMAGE THRU 9465-EXIT
128790     MOVE "N" TO WS-RBD-DUP-SW
128800     WRITE SM-RECORD
128810         INVALID KEY
128820             SET WS-RBD-DUP TO TRUE
128830             ADD 1 TO WS-RBD-GAPS
128840             DISPLAY "JOURNAL GAP - ADD OF A KEY ALREADY ON "
128850                 "FILE: " JL-SNO " - LATEST IMAGE KEPT"
128860             REWRITE SM-RECORD
128870             END-REWRITE
128880     END-WRITE
128890     ADD 1 TO WS-RBD-APPLIED
128900*  A DUPLICATE ADD REPLACED A RECORD ALREADY COUNTED - ONLY A
128910*  CLEAN WRITE PUTS A NEW RECORD ON THE REBUILT MASTER.
128920     IF NOT WS-RBD-DUP
128930         ADD 1 TO WS-RBD-ON-FILE
128940     END-IF.
128950 9470-EXIT.
128960     EXIT.
128970
128980 9475-REPLAY-REWRITE.
128990     PERFORM 9465-BUILD-FROM-AFTER-IMAGE THRU 9465-EXIT
129000     REWRITE SM-RECORD
129010         INVALID KEY
129020             ADD 1 TO WS-RBD-GAPS
129030             DISPLAY "JOURNAL GAP - CHANGE TO A RECORD NOT ON "
129040                 "FILE: " JL-SNO " - AFTER-IMAGE WRITTEN"
129050             WRITE SM-RECORD
129060             END-WRITE
129070             ADD 1 TO WS-RBD-ON-FILE
129080     END-REWRITE
129090     ADD 1 TO WS-RBD-APPLIED.
129100 9475-EXIT.
129110     EXIT.
129120
129130 9480-REPLAY-DELETE.
129140     MOVE JL-SNO TO SM-SNO
129150     DELETE STUDENT-MASTER RECORD
129160         INVALID KEY
129170             ADD 1 TO WS-RBD-GAPS
129180             DISPLAY "JOURNAL GAP - DELETE OF A RECORD NOT ON "
129190                 "FILE: " JL-SNO
129200             GO TO 9480-EXIT
129210     END-DELETE
129220     ADD 1 TO WS-RBD-APPLIED
129230     IF WS-RBD-ON-FILE > 0
129240         SUBTRACT 1 FROM WS-RBD-ON-FILE
129250     END-IF.
129260 9480-EXIT.
129270     EXIT.
129280
129290*----------------------------------------------------------------
129300*  9485-REPLAY-RENUMBER - AN ACTION "N" ENTRY REKEYED THE RECORD:
129310*  THE OLD KEY (JL-XREF-SNO) COMES OFF THE MASTER AND THE
129320*  AFTER-IMAGE GOES BACK UNDER THE NEW ONE (JL-SNO). A MISSING
129330*  OLD KEY IS A GAP BUT THE NEW RECORD IS STILL WRITTEN.
129340*----------------------------------------------------------------
129350 9485-REPLAY-RENUMBER.
129360     MOVE JL-XREF-SNO TO SM-SNO
129370     DELETE STUDENT-MASTER RECORD
129380         INVALID KEY
129390             ADD 1 TO WS-RBD-GAPS
129400             DISPLAY "JOURNAL GAP - RENUMBER OF A RECORD NOT "
129410                 "ON FILE: " JL-XREF-SNO
129420     END-DELETE
129430     IF FS-OK
129440         IF WS-RBD-ON-FILE > 0
129450             SUBTRACT 1 FROM WS-RBD-ON-FILE
129460         END-IF
129470     END-IF
129480*  9470 WRITES THE AFTER-IMAGE UNDER THE NEW KEY AND COUNTS THE
129490*  ENTRY AS APPLIED.
129500     PERFORM 9470-REPLAY-WRITE THRU 9470-EXIT.
129510 9485-EXIT.
129520     EXIT.
129530******************************************************************
129540*  9500-PRINT-ROSTER - THE OFFICIAL PRINTED ROSTER (MENU [11] OR *
129550*  PARM='REPORT'). SORTS THE ACTIVE DIRECTORY BY COURSE THEN     *
129560*  FULLNAME AND WRITES COLUMNAR LINES TO REPORT-FILE WITH PAGE   *
129570*  HEADINGS, A SUBTOTAL AT EACH COURSE BREAK, AND A GRAND TOTAL. *
129580*  9505-ROSTER-INPUT FEEDS THE SORT WITH ACTIVE STUDENTS ONLY -  *
129590*  THE POSTED ROSTER IS THE ACTIVE DIRECTORY.                    *
129600******************************************************************
129610 9500-PRINT-ROSTER.
129620     OPEN OUTPUT REPORT-FILE
129630     IF WS-FS-REPORT NOT = "00"
129640         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
129650             WS-FS-REPORT
129660         GO TO 9500-EXIT
129670     END-IF
129680
129690     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
129700     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
129710     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
129720     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
129730     MOVE WS-RPT-RUN-DATE      TO RPT-H1-DATE
129740
129750     MOVE 0 TO WS-RPT-PAGE-NO
129760     MOVE 0 TO WS-RPT-GRAND-TALLY
129770     MOVE 0 TO WS-CRS-SUB-TALLY
129780     MOVE SPACES TO WS-PREV-COURSE
129790     MOVE "Y" TO WS-RPT-FIRST-SW
129800
129810     SORT SORT-WORK
129820         ON ASCENDING KEY SRT-COURSE SRT-FULLNAME
129830         INPUT PROCEDURE 9505-ROSTER-INPUT THRU 9505-EXIT
129840         OUTPUT PROCEDURE 9510-ROSTER-OUTPUT THRU 9510-EXIT
129850
129860     CLOSE REPORT-FILE
129870     DISPLAY "ROSTER WRITTEN TO STUREPT.".
129880 9500-EXIT.
129890     EXIT.
129900
129910*----------------------------------------------------------------
129920*  9505-ROSTER-INPUT - LIKE 7050-SORT-INPUT BUT RELEASES ONLY
129930*  ACTIVE STUDENTS - THE POSTED ROSTER IS THE ACTIVE DIRECTORY.
129940*----------------------------------------------------------------
129950 9505-ROSTER-INPUT.
129960     PERFORM 9506-RELEASE-ONE-ACTIVE THRU 9506-EXIT
129970         VARYING j FROM 1 BY 1 UNTIL j > WS-STUDENT-COUNT.
129980 9505-EXIT.
129990     EXIT.
130000
130010 9506-RELEASE-ONE-ACTIVE.
130020     IF sNo(j) = SPACES OR NOT enroll-active(j)
130030         GO TO 9506-EXIT
130040     END-IF
130050     MOVE fullname(j)   TO SRT-FULLNAME
130060     MOVE sNo(j)        TO SRT-SNO
130070     MOVE course(j)     TO SRT-COURSE
130080     MOVE mobile(j)     TO SRT-MOBILE
130090     MOVE landline(j)   TO SRT-LANDLINE
130100     MOVE age(j)        TO SRT-AGE
130110     MOVE enroll-status(j) TO SRT-STATUS
130120     MOVE status-term(j)   TO SRT-STATUS-TERM
130130     RELEASE SRT-RECORD.
130140 9506-EXIT.
130150     EXIT.
130160
130170 9510-ROSTER-OUTPUT.
130180     PERFORM 9550-PRINT-PAGE-HEADING THRU 9550-EXIT
130190     MOVE "N" TO WS-SORT-EOF-SW
130200     PERFORM 9520-ROSTER-ONE THRU 9520-EXIT
130210         UNTIL WS-SORT-EOF
130220
130230     IF NOT WS-RPT-FIRST
130240         PERFORM 9540-PRINT-SUBTOTAL THRU 9540-EXIT
130250     END-IF
130260     MOVE WS-RPT-GRAND-TALLY TO RPT-TOT-TALLY
130270     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE
130280         AFTER ADVANCING 2 LINES.
130290 9510-EXIT.
130300     EXIT.
130310
130320 9520-ROSTER-ONE.
130330     RETURN SORT-WORK
130340         AT END
130350             MOVE "Y" TO WS-SORT-EOF-SW
130360             GO TO 9520-EXIT
130370     END-RETURN
130380
130390*  COURSE CONTROL BREAK - CLOSE OUT THE PRIOR COURSE (EXCEPT ON
130400*  THE VERY FIRST RECORD) AND OPEN THE NEW ONE.
130410     IF WS-RPT-FIRST
130420         MOVE "N" TO WS-RPT-FIRST-SW
130430         MOVE SRT-COURSE TO WS-PREV-COURSE
130440         MOVE 0 TO WS-CRS-SUB-TALLY
130450         PERFORM 9530-PRINT-COURSE-HEAD THRU 9530-EXIT
130460     ELSE
130470         IF SRT-COURSE NOT = WS-PREV-COURSE
130480             PERFORM 9540-PRINT-SUBTOTAL THRU 9540-EXIT
130490             MOVE SRT-COURSE TO WS-PREV-COURSE
130500             MOVE 0 TO WS-CRS-SUB-TALLY
130510             PERFORM 9530-PRINT-COURSE-HEAD THRU 9530-EXIT
130520         END-IF
130530     END-IF
130540
130550     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
130560         PERFORM 9550-PRINT-PAGE-HEADING THRU 9550-EXIT
130570         PERFORM 9530-PRINT-COURSE-HEAD THRU 9530-EXIT
130580     END-IF
130590
130600     MOVE SRT-SNO      TO RPT-DET-SNO
130610     MOVE SRT-FULLNAME TO RPT-DET-NAME
130620     MOVE SRT-AGE      TO RPT-DET-AGE
130630     MOVE SRT-MOBILE   TO RPT-DET-MOBILE
130640     MOVE SRT-LANDLINE TO RPT-DET-LANDLINE
130650     WRITE RPT-PRINT-LINE FROM RPT-DETAIL-LINE
130660         AFTER ADVANCING 1 LINE
130670     ADD 1 TO WS-RPT-LINE-COUNT
130680     ADD 1 TO WS-CRS-SUB-TALLY
130690     ADD 1 TO WS-RPT-GRAND-TALLY.
130700 9520-EXIT.
130710     EXIT.
130720
130730 9530-PRINT-COURSE-HEAD.
130740     MOVE WS-PREV-COURSE TO RPT-COURSE-NAME
130750     WRITE RPT-PRINT-LINE FROM RPT-COURSE-LINE
130760         AFTER ADVANCING 2 LINES
130770     ADD 2 TO WS-RPT-LINE-COUNT.
130780 9530-EXIT.
130790     EXIT.
130800
130810 9540-PRINT-SUBTOTAL.
130820     MOVE WS-CRS-SUB-TALLY TO RPT-SUB-TALLY
130830     WRITE RPT-PRINT-LINE FROM RPT-SUBTOTAL-LINE
130840         AFTER ADVANCING 2 LINES
130850     ADD 2 TO WS-RPT-LINE-COUNT.
130860 9540-EXIT.
130870     EXIT.
130880
130890 9550-PRINT-PAGE-HEADING.
130900     ADD 1 TO WS-RPT-PAGE-NO
130910     MOVE WS-RPT-PAGE-NO TO RPT-H1-PAGE
130920     WRITE RPT-PRINT-LINE FROM RPT-HEADING-1
130930         AFTER ADVANCING PAGE
130940     WRITE RPT-PRINT-LINE FROM RPT-HEADING-2
130950         AFTER ADVANCING 2 LINES
130960     MOVE 3 TO WS-RPT-LINE-COUNT.
130970 9550-EXIT.
130980     EXIT.
130990
131000******************************************************************
131010*  9600-OVERFLOW-REPROCESS - DRAINS OVERFLOW-FILE BACK INTO THE  *
131020*  DIRECTORY (PARM='OVRFLOW', SEE JCL MEMBER FLORBAT). EACH      *
131030*  OVRFLOW ENTRY IS RE-ATTEMPTED AS AN ADD WHILE ROOM EXISTS;    *
131040*  ENTRIES THAT STILL DO NOT FIT ARE HELD ON OVERFLOW-WORK AND   *
131050*  COPIED BACK, SO OVRFLOW ENDS THE RUN HOLDING ONLY WHAT        *
131060*  REMAINS UNPLACED. AN ENTRY WHOSE STUDENT NUMBER IS ALREADY    *
131070*  ON FILE IS DROPPED AS A REDUNDANT COPY.                       *
131080******************************************************************
131090 9600-OVERFLOW-REPROCESS.
131100     MOVE 0 TO WS-OVF-ABSORBED
131110     MOVE 0 TO WS-OVF-RETAINED
131120     MOVE 0 TO WS-OVF-DROPPED
131130     MOVE 0 TO WS-OVF-WAITLISTED
131140
131150     OPEN INPUT OVERFLOW-FILE
131160     IF WS-FS-OVERFLOW NOT = "00"
131170         DISPLAY "OVERFLOW FILE COULD NOT BE OPENED, STATUS="
131180             WS-FS-OVERFLOW
131190         GO TO 9600-EXIT
131200     END-IF
131210     OPEN OUTPUT OVERFLOW-WORK
131220     IF WS-FS-OVRWORK NOT = "00"
131230         DISPLAY "OVERFLOW WORK FILE COULD NOT BE OPENED, "
131240             "STATUS=" WS-FS-OVRWORK
131250         CLOSE OVERFLOW-FILE
131260         GO TO 9600-EXIT
131270     END-IF
131280
131290     MOVE "N" TO WS-OVF-EOF-SW
131300     PERFORM 9610-REWORK-ONE-ENTRY THRU 9610-EXIT
131310         UNTIL WS-OVF-EOF
131320     CLOSE OVERFLOW-FILE
131330     CLOSE OVERFLOW-WORK
131340
131350*  EVERY ABSORBED ENTRY IS ALREADY ON THE MASTER - 9610 WRITES
131360*  EACH ONE IN PLACE AS IT LANDS - SO IF THE RUN DIES BEFORE THE
131370*  COPY-BACK BELOW, AN ABSORBED ENTRY IS ON BOTH FILES (AND THE
131380*  DUPLICATE CHECK DROPS THE LEFTOVER COPY NEXT RUN) RATHER THAN
131390*  ON NEITHER.
131400
131410*  COPY THE KEPT ENTRIES BACK SO OVRFLOW HOLDS ONLY THE ENTRIES
131420*  THAT STILL DO NOT FIT.
131430     OPEN INPUT OVERFLOW-WORK
131440*  BAIL OUT WHILE OVRFLOW IS STILL INTACT - ONCE IT IS OPENED
131450*  OUTPUT BELOW ITS CONTENTS ARE GONE, AND THE KEEPERS ON THE
131460*  WORK FILE WOULD BE THE ONLY COPY LEFT.
131470     IF WS-FS-OVRWORK NOT = "00"
131480         DISPLAY "OVERFLOW WORK FILE COULD NOT BE REOPENED, "
131490             "STATUS=" WS-FS-OVRWORK
131500         GO TO 9600-EXIT
131510     END-IF
131520     OPEN OUTPUT OVERFLOW-FILE
131530     MOVE "N" TO WS-OVF-EOF-SW
131540     PERFORM 9630-COPY-ONE-KEEPER THRU 9630-EXIT
131550         UNTIL WS-OVF-EOF
131560     CLOSE OVERFLOW-WORK
131570     CLOSE OVERFLOW-FILE
131580
131590     DISPLAY " "
131600     DISPLAY "  ====OVERFLOW REPROCESS SUMMARY===="
131610     DISPLAY "ENTRIES ABSORBED         : " WS-OVF-ABSORBED
131620     DISPLAY "ENTRIES RETAINED         : " WS-OVF-RETAINED
131630     DISPLAY "DUPLICATES DROPPED       : " WS-OVF-DROPPED
131640     DISPLAY "ENTRIES WAITLISTED       : " WS-OVF-WAITLISTED.
131650 9600-EXIT.
131660     EXIT.
131670
131680 9610-REWORK-ONE-ENTRY.
131690     READ OVERFLOW-FILE NEXT RECORD
131700         AT END
131710             MOVE "Y" TO WS-OVF-EOF-SW
131720             GO TO 9610-EXIT
131730     END-READ
131740
131750*  A NUMBER ALREADY ON FILE MEANS THE DIRECTORY COPY WON - THE
131760*  OVERFLOW COPY IS REDUNDANT AND IS DROPPED, NOT RETAINED.
131770     SET k TO 1
131780     SEARCH student-info VARYING k
131790         AT END
131800             CONTINUE
131810         WHEN sNo(k) = OV-SNO
131820             ADD 1 TO WS-OVF-DROPPED
131830             DISPLAY "OVERFLOW ENTRY ALREADY ON FILE - DROPPED: "
131840                 OV-SNO
131850             GO TO 9610-EXIT
131860     END-SEARCH
131870
131880*  THE SEAT CAPS APPLY TO A DRAINED ENTRY THE SAME AS TO ANY
131890*  OTHER ADD - AN ENTRY WHOSE COURSE IS NOW FULL MOVES TO THAT
131900*  COURSE'S WAITLIST INSTEAD OF OVER-FILLING IT.
131910     MOVE OV-COURSE TO WS-COURSE-TEST
131920     PERFORM 3320-CHECK-COURSE-FULL THRU 3320-EXIT
131930     IF WS-COURSE-FULL
131940         MOVE OV-SNO         TO WLE-SNO
131950         MOVE OV-FULLNAME    TO WLE-FULLNAME
131960         MOVE OV-COURSE      TO WLE-COURSE
131970         MOVE OV-MOBILE      TO WLE-MOBILE
131980         MOVE OV-LANDLINE    TO WLE-LANDLINE
131990         MOVE OV-AGE         TO WLE-AGE
132000         MOVE OV-STATUS      TO WLE-STATUS
132010         MOVE OV-STATUS-TERM TO WLE-STATUS-TERM
132020         PERFORM 3350-ADD-TO-WAITLIST THRU 3350-EXIT
132030         ADD 1 TO WS-OVF-WAITLISTED
132040         DISPLAY "OVERFLOW ENTRY MOVED TO THE WAITLIST - "
132050             "COURSE AT SEAT CAP: " OV-SNO " " OV-COURSE
132060         GO TO 9610-EXIT
132070     END-IF
132080
132090     PERFORM 3050-FIND-ADD-SLOT THRU 3050-EXIT
132100     IF NOT WS-FREE-SLOT-FOUND AND i > WS-MAX-STUDENTS
132110         MOVE OV-RECORD TO OW-RECORD
132120         WRITE OW-RECORD
132130         ADD 1 TO WS-OVF-RETAINED
132140         GO TO 9610-EXIT
132150     END-IF
132160     IF NOT WS-FREE-SLOT-FOUND
132170         MOVE i TO WS-STUDENT-COUNT
132180     END-IF
132190
132200     MOVE OV-SNO        TO sNo(i)
132210     MOVE OV-FULLNAME   TO fullname(i)
132220     MOVE OV-COURSE     TO course(i)
132230     MOVE OV-MOBILE     TO mobile(i)
132240     MOVE OV-LANDLINE   TO landline(i)
132250     MOVE OV-AGE        TO age(i)
132260     MOVE OV-STATUS     TO enroll-status(i)
132270     MOVE OV-STATUS-TERM TO status-term(i)
132280     PERFORM 8200-WRITE-MASTER THRU 8200-EXIT
132290     PERFORM 5210-CLEAR-BEFORE-IMAGE THRU 5210-EXIT
132300     MOVE "A" TO WS-JL-ACTION
132310     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
132320     ADD 1 TO WS-OVF-ABSORBED.
132330 9610-EXIT.
132340     EXIT.
132350
132360 9630-COPY-ONE-KEEPER.
132370     READ OVERFLOW-WORK NEXT RECORD
132380         AT END
132390             MOVE "Y" TO WS-OVF-EOF-SW
132400             GO TO 9630-EXIT
132410     END-READ
132420     MOVE OW-RECORD TO OV-RECORD
132430     WRITE OV-RECORD.
132440 9630-EXIT.
132450     EXIT.
132460
132470******************************************************************
132480*  9700-RECONCILE - CERTIFIES THE DIRECTORY AGAINST THE CENTRAL  *
132490*  REGISTRAR'S OFFICIAL EXTRACT (PARM='RECON', SEE JCL MEMBER    *
132500*  FLORREC). A BALANCED-LINE MATCH OF STUDENT-MASTER AND         *
132510*  EXTRACT-FILE, BOTH IN STUDENT-NUMBER ORDER, REPORTING THREE   *
132520*  BUCKETS - ON THEIR EXTRACT BUT NOT OUR MASTER, ON OUR MASTER  *
132530*  BUT NOT THEIR EXTRACT, AND PRESENT IN BOTH WITH A DIFFERENT   *
132540*  FULLNAME OR COURSE (SHOWN SIDE BY SIDE) - THEN A COUNTS       *
132550*  SUMMARY.                                                      *
132560******************************************************************
132570 9700-RECONCILE.
132580     MOVE 0 TO WS-REC-MATCHED
132590     MOVE 0 TO WS-REC-OURS-ONLY
132600     MOVE 0 TO WS-REC-THEIRS-ONLY
132610     MOVE 0 TO WS-REC-MISMATCH
132620
132630     OPEN INPUT EXTRACT-FILE
132640     IF WS-FS-EXTRACT NOT = "00"
132650         DISPLAY "REGISTRAR EXTRACT COULD NOT BE OPENED, "
132660             "STATUS=" WS-FS-EXTRACT
132670         GO TO 9700-EXIT
132680     END-IF
132690
132700*  THE STARTUP LOAD LEFT THE MASTER POSITIONED AT END OF FILE -
132710*  START IT OVER FROM THE LOWEST KEY FOR THE SEQUENTIAL MATCH.
132720     MOVE LOW-VALUES TO SM-SNO
132730     START STUDENT-MASTER KEY NOT LESS THAN SM-SNO
132740         INVALID KEY
132750             CONTINUE
132760     END-START
132770     IF FS-OK
132780         PERFORM 9710-READ-MASTER THRU 9710-EXIT
132790     ELSE
132800         MOVE HIGH-VALUES TO WS-RECON-OURS-KEY
132810     END-IF
132820     MOVE "N" TO WS-EXT-EOF-SW
132830     PERFORM 9720-READ-EXTRACT THRU 9720-EXIT
132840
132850     DISPLAY " "
132860     DISPLAY "  ====REGISTRAR RECONCILIATION===="
132870     PERFORM 9730-MATCH-ONE THRU 9730-EXIT
132880         UNTIL WS-RECON-OURS-KEY = HIGH-VALUES
132890         AND WS-RECON-THEIRS-KEY = HIGH-VALUES
132900     CLOSE EXTRACT-FILE
132910
132920     DISPLAY " "
132930     DISPLAY "MATCHED                  : " WS-REC-MATCHED
132940     DISPLAY "OURS ONLY                : " WS-REC-OURS-ONLY
132950     DISPLAY "THEIRS ONLY              : " WS-REC-THEIRS-ONLY
132960     DISPLAY "MISMATCHED               : " WS-REC-MISMATCH.
132970 9700-EXIT.
132980     EXIT.
132990
133000 9710-READ-MASTER.
133010     READ STUDENT-MASTER NEXT RECORD
133020         AT END
133030             MOVE HIGH-VALUES TO WS-RECON-OURS-KEY
133040             GO TO 9710-EXIT
133050     END-READ
133060*  THE REGISTRAR'S EXTRACT CARRIES ACTIVE ENROLLMENT ONLY, SO
133070*  NON-ACTIVE MASTER RECORDS SIT OUT THE MATCH.
133080     IF SM-STATUS NOT = "A"
133090         GO TO 9710-READ-MASTER
133100     END-IF
133110     MOVE SM-SNO TO WS-RECON-OURS-KEY.
133120 9710-EXIT.
133130     EXIT.
133140
133150 9720-READ-EXTRACT.
133160     READ EXTRACT-FILE NEXT RECORD
133170         AT END
133180             MOVE HIGH-VALUES TO WS-RECON-THEIRS-KEY
133190             GO TO 9720-EXIT
133200     END-READ
133210     MOVE RX-SNO TO WS-RECON-THEIRS-KEY.
133220 9720-EXIT.
133230     EXIT.
133240
133250 9730-MATCH-ONE.
133260     EVALUATE TRUE
133270         WHEN WS-RECON-OURS-KEY = WS-RECON-THEIRS-KEY
133280             IF SM-FULLNAME = RX-FULLNAME
133290                     AND SM-COURSE = RX-COURSE
133300                 ADD 1 TO WS-REC-MATCHED
133310             ELSE
133320                 ADD 1 TO WS-REC-MISMATCH
133330                 DISPLAY "MISMATCH    " WS-RECON-OURS-KEY
133340                 DISPLAY "    OURS  : " SM-FULLNAME " "
133350                     SM-COURSE
133360                 DISPLAY "    THEIRS: " RX-FULLNAME " "
133370                     RX-COURSE
133380             END-IF
133390             PERFORM 9710-READ-MASTER THRU 9710-EXIT
133400             PERFORM 9720-READ-EXTRACT THRU 9720-EXIT
133410         WHEN WS-RECON-OURS-KEY < WS-RECON-THEIRS-KEY
133420             ADD 1 TO WS-REC-OURS-ONLY
133430             DISPLAY "OURS ONLY   " SM-SNO " " SM-FULLNAME
133440                 " " SM-COURSE
133450             PERFORM 9710-READ-MASTER THRU 9710-EXIT
133460         WHEN OTHER
133470             ADD 1 TO WS-REC-THEIRS-ONLY
133480             DISPLAY "THEIRS ONLY " RX-SNO " " RX-FULLNAME
133490                 " " RX-COURSE
133500             PERFORM 9720-READ-EXTRACT THRU 9720-EXIT
133510     END-EVALUATE.
133520 9730-EXIT.
133530     EXIT.
133540
133550******************************************************************
133560*  9800-BATCH-PROCESS - UNATTENDED START-OF-SEMESTER LOADING.    *
133570*  READS TRANS-FILE FROM TOP TO BOTTOM, APPLYING EACH ADD/EDIT/  *
133580*  DELETE TRANSACTION AGAINST THE STUDENT-INFO TABLE, THEN       *
133590*  REPORTS A ONE-LINE TOTALS COUNT. INVOKED WHEN THE PROGRAM IS  *
133600*  STARTED WITH PARM='BATCH' (SEE JCL MEMBER FLORBAT).           *
133610******************************************************************
133620 9800-BATCH-PROCESS.
133630     MOVE 0 TO WS-TRANS-APPLIED
133640     MOVE 0 TO WS-TRANS-REJECTED
133650     MOVE 0 TO WS-TRANS-OVERFLOWED
133660     MOVE 0 TO WS-TRANS-WAITLISTED
133670     MOVE 0 TO WS-TRANS-READ
133680     MOVE 0 TO WS-SKIP-COUNT
133690*  A STUDY-LOAD ADD MUST NAME A SUBJECT ON THE SUBJECT MASTER.
133700     PERFORM 1650-LOAD-SUBJECTS THRU 1650-EXIT
133710*  A CHANGE TO "G" IS CHECKED AGAINST THE CURRICULUM.
133720     PERFORM 1670-LOAD-CURRICULUM THRU 1670-EXIT
133730     MOVE 0 TO WS-SINCE-CHECKPOINT
133740     IF WS-MODE-RESTART
133750         PERFORM 9860-LOAD-CHECKPOINT THRU 9860-EXIT
133760     END-IF
133770
133780     OPEN INPUT TRANS-FILE
133790     IF WS-FS-TRANS NOT = "00"
133800         DISPLAY "TRANS-FILE COULD NOT BE OPENED, STATUS="
133810             WS-FS-TRANS
133820         GO TO 9800-EXIT
133830     END-IF
133840*  ON A RESTART THE REJECTS ALREADY ON REJFILE BELONG TO THE
133850*  COMMITTED PART OF THIS SAME TRANSIN, SO EXTEND RATHER THAN
133860*  REWRITE. REJECTS BETWEEN THE LAST CHECKPOINT AND THE ABEND
133870*  ARE REPLAYED AND CAN APPEAR TWICE - A SMALL PRICE NEXT TO
133880*  LOSING THE EARLIER ONES.
133890     IF WS-MODE-RESTART
133900         OPEN EXTEND REJECT-FILE
133910         IF WS-FS-REJECT = "35"
133920             OPEN OUTPUT REJECT-FILE
133930         END-IF
133940     ELSE
133950         OPEN OUTPUT REJECT-FILE
133960     END-IF
133970     IF WS-FS-REJECT NOT = "00"
133980         DISPLAY "REJECT FILE COULD NOT BE OPENED, STATUS="
133990             WS-FS-REJECT
134000         CLOSE TRANS-FILE
134010         GO TO 9800-EXIT
134020     END-IF
134030
134040     MOVE "N" TO WS-TRANS-EOF-SW
134050     PERFORM 9810-APPLY-ONE-TRANSACTION THRU 9810-EXIT
134060         UNTIL WS-TRANS-EOF
134070     CLOSE TRANS-FILE
134080     CLOSE REJECT-FILE
134090
134100*  CLEAN END OF TRANSIN - RESET THE CHECKPOINT TO ZEROS SO A
134110*  LEFTOVER RESTART PARM AGAINST THE NEXT TRANSIN STARTS CLEAN.
134120     OPEN OUTPUT RESTART-FILE
134130     MOVE 0 TO CK-TRANS-READ
134140     MOVE 0 TO CK-APPLIED
134150     MOVE 0 TO CK-REJECTED
134160     MOVE 0 TO CK-OVERFLOWED
134170     MOVE 0 TO CK-WAITLISTED
134180     WRITE CK-RECORD
134190     CLOSE RESTART-FILE
134200
134210     DISPLAY " "
134220     DISPLAY "  ====BATCH LOAD SUMMARY===="
134230     DISPLAY "TRANSACTIONS APPLIED    : " WS-TRANS-APPLIED
134240     DISPLAY "TRANSACTIONS REJECTED    : " WS-TRANS-REJECTED
134250     DISPLAY "TRANSACTIONS OVERFLOWED  : " WS-TRANS-OVERFLOWED
134260     DISPLAY "TRANSACTIONS WAITLISTED  : " WS-TRANS-WAITLISTED
134270     IF WS-TRANS-REJECTED > 0
134280         DISPLAY "REJECTED TRANSACTIONS ARE ON REJFILE WITH "
134290             "REASON CODES - CORRECT AND RESUBMIT AS TRANSIN."
134300     END-IF.
134310 9800-EXIT.
134320     EXIT.
134330
134340*----------------------------------------------------------------
134350*  9805-REJECT-TRANSACTION - COUNTS THE REJECT AND WRITES THE
134360*  TRANSACTION IN HAND TO REJECT-FILE WITH WS-TX-REASON, SO THE
134370*  REGISTRAR GETS A CORRECTABLE FILE INSTEAD OF SCROLLING JOB
134380*  OUTPUT. THE CALLER DISPLAYS ITS OWN SYSOUT LINE FIRST.
134390*----------------------------------------------------------------
134400 9805-REJECT-TRANSACTION.
134410     ADD 1 TO WS-TRANS-REJECTED
134420     MOVE TX-RECORD(1:118) TO RJ-TX-IMAGE
134430     MOVE WS-TX-REASON     TO RJ-REASON
134440     WRITE RJ-RECORD.
134450 9805-EXIT.
134460     EXIT.
134470
134480 9810-APPLY-ONE-TRANSACTION.
134490*  CHECKPOINT BEFORE THE NEXT READ, SO THE CHECKPOINT ONLY EVER
134500*  CLAIMS TRANSACTIONS WHOSE OUTCOME IS FULLY ON DISK.
134510     IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-EVERY
134520         PERFORM 9870-TAKE-CHECKPOINT THRU 9870-EXIT
134530     END-IF
134540
134550     READ TRANS-FILE NEXT RECORD
134560         AT END
134570             MOVE "Y" TO WS-TRANS-EOF-SW
134580             GO TO 9810-EXIT
134590     END-READ
134600
134610     ADD 1 TO WS-TRANS-READ
134620*  ON A RESTART, EVERYTHING UP TO THE CHECKPOINT HAS ALREADY
134630*  BEEN APPLIED - SKIP FORWARD TO THE FIRST UNAPPLIED ONE.
134640     IF WS-TRANS-READ <= WS-SKIP-COUNT
134650         GO TO 9810-EXIT
134660     END-IF
134670     ADD 1 TO WS-SINCE-CHECKPOINT
134680
134690*  EVERY TRANSACTION FACES THE SAME FIELD RULES THE MENU
134700*  ENFORCES BEFORE IT GETS ANYWHERE NEAR THE DIRECTORY.
134710     PERFORM 9815-VALIDATE-TRANSACTION THRU 9815-EXIT
134720     IF WS-TX-REASON NOT = SPACES
134730         DISPLAY "BATCH TRANSACTION REJECTED - " WS-TX-REASON
134740             " " TX-SNO
134750         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
134760         GO TO 9810-EXIT
134770     END-IF
134780
134790     EVALUATE TRUE
134800         WHEN TX-IS-ADD
134810             PERFORM 9820-BATCH-ADD    THRU 9820-EXIT
134820         WHEN TX-IS-EDIT
134830             PERFORM 9830-BATCH-EDIT   THRU 9830-EXIT
134840         WHEN TX-IS-DELETE
134850             PERFORM 9840-BATCH-DELETE THRU 9840-EXIT
134860         WHEN TX-IS-STATUS
134870             PERFORM 9845-BATCH-STATUS THRU 9845-EXIT
134880         WHEN TX-IS-REINSTATE
134890             PERFORM 9850-BATCH-REINSTATE THRU 9850-EXIT
134900         WHEN TX-IS-PAYMENT
134910             PERFORM 9855-BATCH-PAYMENT THRU 9855-EXIT
134920         WHEN TX-IS-REVERSAL
134930             PERFORM 9852-BATCH-REVERSAL THRU 9852-EXIT
134940         WHEN TX-IS-HOLD OR TX-IS-RELEASE
134950             PERFORM 9851-BATCH-HOLD THRU 9851-EXIT
134960         WHEN TX-IS-STUDY-LOAD
134970             PERFORM 9847-BATCH-STUDY-LOAD THRU 9847-EXIT
134980         WHEN TX-IS-RENUMBER
134990             PERFORM 9835-BATCH-RENUMBER THRU 9835-EXIT
135000     END-EVALUATE.
135010 9810-EXIT.
135020     EXIT.
135030
135040*----------------------------------------------------------------
135050*  9815-VALIDATE-TRANSACTION - NON-INTERACTIVE TWIN OF THE
135060*  4110/4210/4310 PROMPT RULES. SETS WS-TX-REASON TO SPACES WHEN
135070*  THE TRANSACTION IN HAND IS CLEAN, OTHERWISE TO THE REASON CODE
135080*  THAT GOES ON THE REJECT FILE. DELETES AND REINSTATES CARRY NO
135090*  DATA FIELDS, SO ONLY THEIR CODE IS CHECKED.
135100*----------------------------------------------------------------
135110 9815-VALIDATE-TRANSACTION.
135120     MOVE SPACES TO WS-TX-REASON
135130     IF NOT TX-IS-ADD AND NOT TX-IS-EDIT
135140             AND NOT TX-IS-DELETE AND NOT TX-IS-REINSTATE
135150             AND NOT TX-IS-STATUS AND NOT TX-IS-PAYMENT
135160         AND NOT TX-IS-RENUMBER AND NOT TX-IS-REVERSAL
135170         AND NOT TX-IS-HOLD AND NOT TX-IS-RELEASE
135180         AND NOT TX-IS-STUDY-LOAD
135190         MOVE "BAD-CODE" TO WS-TX-REASON
135200         GO TO 9815-EXIT
135210     END-IF
135220     IF TX-IS-DELETE OR TX-IS-REINSTATE
135230         GO TO 9815-EXIT
135240     END-IF
135250
135260*  A STUDY-LOAD CHANGE NAMES THE SUBJECT, ITS TERM AND WHETHER
135270*  IT IS ADDED OR DROPPED.
135280     IF TX-IS-STUDY-LOAD
135290         IF TL-SUBJECT = SPACES OR TL-TERM IS NOT NUMERIC
135300                 OR NOT TL-ACTION-VALID
135310             MOVE "BAD-LOAD" TO WS-TX-REASON
135320         END-IF
135330         GO TO 9815-EXIT
135340     END-IF
135350
135360*  A HOLD OR A RELEASE NAMES THE HOLD TYPE AND THE OFFICE THAT
135370*  PLACED IT; THE REMARK IS FREE TEXT.
135380     IF TX-IS-HOLD OR TX-IS-RELEASE
135390         IF NOT TH-TYPE-VALID OR TH-OFFICE = SPACES
135400             MOVE "BAD-HOLD" TO WS-TX-REASON
135410         END-IF
135420         GO TO 9815-EXIT
135430     END-IF
135440
135450*  A NUMBER CORRECTION CARRIES THE CORRECT NUMBER IN TX-FULLNAME
135460*  AND NO OTHER DATA.
135470     IF TX-IS-RENUMBER
135480         IF TX-FULLNAME = SPACES
135490             MOVE "BAD-NEWNO" TO WS-TX-REASON
135500         END-IF
135510         GO TO 9815-EXIT
135520     END-IF
135530
135540*  A STATUS CHANGE CARRIES ONLY THE NEW STATUS AND ITS TERM.
135550     IF TX-IS-STATUS
135560         IF TX-STATUS NOT = "A" AND TX-STATUS NOT = "L"
135570                 AND TX-STATUS NOT = "G" AND TX-STATUS NOT = "W"
135580             MOVE "BAD-STATUS" TO WS-TX-REASON
135590         ELSE
135600             IF TX-STATUS-TERM IS NOT NUMERIC
135610                 MOVE "BAD-TERM" TO WS-TX-REASON
135620             END-IF
135630         END-IF
135640         GO TO 9815-EXIT
135650     END-IF
135660
135670*  A REVERSAL CARRIES ONLY THE STUDENT NUMBER AND, IN
135680*  TX-FULLNAME, THE RECEIPT IT BACKS OUT - THE LEDGER SUPPLIES
135690*  THE TERM AND AMOUNT. A RECEIPT NUMBER IS AT MOST 12
135700*  CHARACTERS.
135710     IF TX-IS-REVERSAL
135720         IF TX-FULLNAME = SPACES
135730                 OR TX-FULLNAME(13:18) NOT = SPACES
135740             MOVE "BAD-RECEIPT" TO WS-TX-REASON
135750         END-IF
135760         GO TO 9815-EXIT
135770     END-IF
135780
135790*  A PAYMENT CARRIES ONLY THE STUDENT NUMBER, ITS RECEIPT NUMBER
135800*  (IN TX-FULLNAME), AN AMOUNT, AND THE TERM IT PAYS AGAINST
135810*  (BLANK MEANS THE CURRENT TERM).
135820     IF TX-IS-PAYMENT
135830         IF TX-FULLNAME = SPACES
135840                 OR TX-FULLNAME(13:18) NOT = SPACES
135850             MOVE "BAD-RECEIPT" TO WS-TX-REASON
135860             GO TO 9815-EXIT
135870         END-IF
135880     END-IF
135890     IF TX-IS-PAYMENT
135900         IF TX-AMOUNT IS NOT NUMERIC
135910             MOVE "BAD-AMOUNT" TO WS-TX-REASON
135920         ELSE
135930             IF TX-AMOUNT-NUM = ZERO
135940                 MOVE "BAD-AMOUNT" TO WS-TX-REASON
135950             ELSE
135960                 IF TX-STATUS-TERM NOT = SPACES
135970                         AND TX-STATUS-TERM IS NOT NUMERIC
135980                     MOVE "BAD-TERM" TO WS-TX-REASON
135990                 END-IF
136000             END-IF
136010         END-IF
136020         GO TO 9815-EXIT
136030     END-IF
136040
136050     IF TX-AGE IS NOT NUMERIC
136060         MOVE "BAD-AGE" TO WS-TX-REASON
136070         GO TO 9815-EXIT
136080     END-IF
136090     IF TX-AGE < WS-MIN-AGE OR TX-AGE > WS-MAX-AGE
136100         MOVE "BAD-AGE" TO WS-TX-REASON
136110         GO TO 9815-EXIT
136120     END-IF
136130     IF TX-MOBILE IS NOT NUMERIC
136140         MOVE "BAD-MOBILE" TO WS-TX-REASON
136150         GO TO 9815-EXIT
136160     END-IF
136170     IF TX-LANDLINE IS NOT NUMERIC
136180         MOVE "BAD-LANDLINE" TO WS-TX-REASON
136190         GO TO 9815-EXIT
136200     END-IF
136210*  WITH A CATALOG LOADED, THE COURSE ON AN ADD OR EDIT MUST BE A
136220*  REAL COURSE CODE - THE FREE-TEXT FIELD USED TO TAKE ANY TYPO.
136230     IF WS-CATALOG-COUNT > 0
136240         MOVE TX-COURSE TO WS-COURSE-TEST
136250         PERFORM 3300-VALIDATE-COURSE-CODE THRU 3300-EXIT
136260         IF NOT WS-COURSE-OK
136270             MOVE "BAD-COURSE" TO WS-TX-REASON
136280             GO TO 9815-EXIT
136290         END-IF
136300     END-IF.
136310 9815-EXIT.
136320     EXIT.
136330
136340*----------------------------------------------------------------
136350*  9820-BATCH-ADD - SAME RULES AS 3000-ADD-STUDENT (CAPACITY AND
136360*  DUPLICATE-NUMBER CHECKS) BUT SOURCED FROM TX-RECORD INSTEAD OF
136370*  OPERATOR ACCEPT STATEMENTS.
136380*----------------------------------------------------------------
136390 9820-BATCH-ADD.
136400*  SEE 3000-ADD-STUDENT - 3050-FIND-ADD-SLOT REUSES A SLOT A
136410*  PRIOR 9840-BATCH-DELETE IN THE SAME RUN LEFT BLANK BEFORE
136420*  GROWING WS-STUDENT-COUNT.
136430     PERFORM 3050-FIND-ADD-SLOT THRU 3050-EXIT
136440
136450     IF NOT WS-FREE-SLOT-FOUND AND i > WS-MAX-STUDENTS
136460         MOVE TX-FULLNAME TO OVF-FULLNAME
136470         MOVE TX-SNO      TO OVF-SNO
136480         MOVE TX-AGE      TO OVF-AGE
136490         MOVE TX-COURSE   TO OVF-COURSE
136500         MOVE TX-MOBILE   TO OVF-MOBILE
136510         MOVE TX-LANDLINE TO OVF-LANDLINE
136520         MOVE "A" TO OVF-STATUS
136530         MOVE WS-CURRENT-TERM TO OVF-STATUS-TERM
136540
136550         OPEN EXTEND OVERFLOW-FILE
136560         MOVE OVF-SNO       TO OV-SNO
136570         MOVE OVF-FULLNAME  TO OV-FULLNAME
136580         MOVE OVF-COURSE    TO OV-COURSE
136590         MOVE OVF-MOBILE    TO OV-MOBILE
136600         MOVE OVF-LANDLINE  TO OV-LANDLINE
136610         MOVE OVF-AGE       TO OV-AGE
136620         MOVE OVF-STATUS    TO OV-STATUS
136630         MOVE OVF-STATUS-TERM TO OV-STATUS-TERM
136640         WRITE OV-RECORD
136650         CLOSE OVERFLOW-FILE
136660         ADD 1 TO WS-TRANS-OVERFLOWED
136670         GO TO 9820-EXIT
136680     END-IF
136690
136700     SET k TO 1
136710     SEARCH student-info VARYING k
136720         AT END
136730             CONTINUE
136740         WHEN sNo(k) = TX-SNO
136750             MOVE "DUPLICATE" TO WS-TX-REASON
136760             DISPLAY "BATCH ADD REJECTED - DUPLICATE STUDENT "
136770                 "NUMBER " TX-SNO
136780             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
136790             GO TO 9820-EXIT
136800     END-SEARCH
136810
136820*  A COURSE AT ITS SEAT CAP TAKES THE ADD ON ITS WAITLIST
136830*  INSTEAD OF THE DIRECTORY - CHECKED BEFORE THE SLOT IS GROWN
136840*  SO THERE IS NOTHING TO GIVE BACK.
136850     MOVE TX-COURSE TO WS-COURSE-TEST
136860     PERFORM 3320-CHECK-COURSE-FULL THRU 3320-EXIT
136870     IF WS-COURSE-FULL
136880         MOVE TX-SNO      TO WLE-SNO
136890         MOVE TX-FULLNAME TO WLE-FULLNAME
136900         MOVE TX-COURSE   TO WLE-COURSE
136910         MOVE TX-MOBILE   TO WLE-MOBILE
136920         MOVE TX-LANDLINE TO WLE-LANDLINE
136930         MOVE TX-AGE      TO WLE-AGE
136940         MOVE "A" TO WLE-STATUS
136950         MOVE WS-CURRENT-TERM TO WLE-STATUS-TERM
136960         PERFORM 3350-ADD-TO-WAITLIST THRU 3350-EXIT
136970         ADD 1 TO WS-TRANS-WAITLISTED
136980         DISPLAY "BATCH ADD WAITLISTED - COURSE AT SEAT CAP "
136990             TX-SNO " " TX-COURSE
137000         GO TO 9820-EXIT
137010     END-IF
137020
137030     IF NOT WS-FREE-SLOT-FOUND
137040         MOVE i TO WS-STUDENT-COUNT
137050     END-IF
137060
137070     MOVE TX-SNO      TO sNo(i)
137080     MOVE TX-FULLNAME TO fullname(i)
137090     MOVE TX-AGE      TO age(i)
137100     MOVE TX-COURSE   TO course(i)
137110     MOVE TX-MOBILE   TO mobile(i)
137120     MOVE TX-LANDLINE TO landline(i)
137130     MOVE "A" TO enroll-status(i)
137140     MOVE WS-CURRENT-TERM TO status-term(i)
137150
137160     PERFORM 8200-WRITE-MASTER THRU 8200-EXIT
137170     PERFORM 5210-CLEAR-BEFORE-IMAGE THRU 5210-EXIT
137180     MOVE "A" TO WS-JL-ACTION
137190     PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
137200     ADD 1 TO WS-TRANS-APPLIED.
137210 9820-EXIT.
137220     EXIT.
137230
137240*----------------------------------------------------------------
137250*  9830-BATCH-EDIT - SAME RULES AS 4000-EDIT-STUDENT BUT SOURCED
137260*  FROM TX-RECORD.
137270*----------------------------------------------------------------
137280 9830-BATCH-EDIT.
137290     SET k TO 1
137300     SEARCH student-info VARYING k
137310         AT END
137320             MOVE "NOT-FOUND" TO WS-TX-REASON
137330             DISPLAY "BATCH EDIT REJECTED - STUDENT NOT FOUND "
137340                 TX-SNO
137350             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
137360             GO TO 9830-EXIT
137370         WHEN sNo(k) = TX-SNO
137380             SET i TO k
137390*  AN EDIT MOVING THE STUDENT INTO A COURSE AT ITS SEAT CAP IS
137400*  REJECTED WHOLE, SO THE REGISTRAR DECIDES WHAT TO DO WITH IT -
137410*  THE SAME REFUSAL THE MENU GIVES, IN CORRECTABLE-FILE FORM.
137420             IF TX-COURSE NOT = course(k)
137430                 MOVE TX-COURSE TO WS-COURSE-TEST
137440                 PERFORM 3320-CHECK-COURSE-FULL THRU 3320-EXIT
137450                 IF WS-COURSE-FULL
137460                     MOVE "COURSE-FULL" TO WS-TX-REASON
137470                     DISPLAY "BATCH EDIT REJECTED - COURSE AT "
137480                         "SEAT CAP " TX-SNO " " TX-COURSE
137490                     PERFORM 9805-REJECT-TRANSACTION
137500                         THRU 9805-EXIT
137510                     GO TO 9830-EXIT
137520                 END-IF
137530             END-IF
137540             PERFORM 5220-CAPTURE-BEFORE-IMAGE THRU 5220-EXIT
137550*  THE "E" LAYOUT CARRIES THE FULLNAME TOO - APPLIED WHEN PRESENT
137560*  SO A SWEEP BAD-NAME FIX-LIST ROW ACTUALLY LANDS; A BLANK ONE
137570*  LEAVES THE NAME ALONE RATHER THAN ERASING IT.
137580             IF TX-FULLNAME NOT = SPACES
137590                 MOVE TX-FULLNAME TO fullname(k)
137600             END-IF
137610             MOVE TX-AGE      TO age(k)
137620             MOVE TX-COURSE   TO course(k)
137630             MOVE TX-MOBILE   TO mobile(k)
137640             MOVE TX-LANDLINE TO landline(k)
137650             PERFORM 8300-REWRITE-MASTER THRU 8300-EXIT
137660             MOVE "E" TO WS-JL-ACTION
137670             PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
137680             ADD 1 TO WS-TRANS-APPLIED
137690     END-SEARCH.
137700 9830-EXIT.
137710     EXIT.
137720
137730*----------------------------------------------------------------
137740*  9835-BATCH-RENUMBER - SAME RULES AS MENU [17] BUT SOURCED
137750*  FROM TX-RECORD: TX-SNO IS THE MIS-KEYED NUMBER, TX-FULLNAME
137760*  THE CORRECT ONE. THE REKEY ITSELF IS THE SHARED
137770*  4620-APPLY-RENUMBER.
137780*----------------------------------------------------------------
137790 9835-BATCH-RENUMBER.
137800     SET k TO 1
137810     SEARCH student-info VARYING k
137820         AT END
137830             MOVE "NOT-FOUND" TO WS-TX-REASON
137840             DISPLAY "BATCH RENUMBER REJECTED - STUDENT NOT "
137850                 "FOUND " TX-SNO
137860             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
137870             GO TO 9835-EXIT
137880         WHEN sNo(k) = TX-SNO
137890             SET i TO k
137900     END-SEARCH
137910
137920     MOVE TX-FULLNAME TO WS-NEW-SNO
137930     IF WS-NEW-SNO = TX-SNO
137940         MOVE "BAD-NEWNO" TO WS-TX-REASON
137950         DISPLAY "BATCH RENUMBER REJECTED - NEW NUMBER SAME AS "
137960             "OLD " TX-SNO
137970         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
137980         GO TO 9835-EXIT
137990     END-IF
138000     SET k TO 1
138010     SEARCH student-info VARYING k
138020         AT END
138030             CONTINUE
138040         WHEN sNo(k) = WS-NEW-SNO
138050             MOVE "DUPLICATE" TO WS-TX-REASON
138060             DISPLAY "BATCH RENUMBER REJECTED - NEW NUMBER "
138070                 "ALREADY ON FILE " WS-NEW-SNO
138080             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
138090             GO TO 9835-EXIT
138100     END-SEARCH
138110
138120     MOVE TX-SNO TO SEARCHNUM
138130     PERFORM 4620-APPLY-RENUMBER THRU 4620-EXIT
138140     IF NOT WS-RENUM-OK
138150         MOVE "WRITE-FAIL" TO WS-TX-REASON
138160         DISPLAY "BATCH RENUMBER REJECTED - NEW-KEY WRITE "
138170             "FAILED " TX-SNO
138180         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
138190         GO TO 9835-EXIT
138200     END-IF
138210     ADD 1 TO WS-TRANS-APPLIED.
138220 9835-EXIT.
138230     EXIT.
138240
138250*----------------------------------------------------------------
138260*  9840-BATCH-DELETE - SAME RULES AS 5000-DELETE-STUDENT,
138270*  INCLUDING THE AUDIT TRAIL WRITE VIA 5100-LOG-DELETION.
138280*----------------------------------------------------------------
138290 9840-BATCH-DELETE.
138300     SET k TO 1
138310     SEARCH student-info VARYING k
138320         AT END
138330             MOVE "NOT-FOUND" TO WS-TX-REASON
138340             DISPLAY "BATCH DELETE REJECTED - STUDENT NOT FOUND "
138350                 TX-SNO
138360             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
138370             GO TO 9840-EXIT
138380         WHEN sNo(k) = TX-SNO
138390             SET i TO k
138400             PERFORM 5220-CAPTURE-BEFORE-IMAGE THRU 5220-EXIT
138410             PERFORM 5100-LOG-DELETION THRU 5100-EXIT
138420             MOVE sNo(k) TO SM-SNO
138430             PERFORM 8400-DELETE-MASTER THRU 8400-EXIT
138440             MOVE "D" TO WS-JL-ACTION
138450             PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
138460             MOVE SPACES TO fullname(k)
138470             MOVE SPACES TO sNo(k)
138480             MOVE SPACES TO course(k)
138490             MOVE SPACES TO mobile(k)
138500             MOVE SPACES TO landline(k)
138510             MOVE ZERO   TO age(k)
138520             MOVE SPACES TO enroll-status(k)
138530             MOVE SPACES TO status-term(k)
138540             ADD 1 TO WS-TRANS-APPLIED
138550*  THE FREED SEAT GOES TO THE FIRST WAITLISTED ENTRY FOR THE
138560*  COURSE, THE SAME AS A MENU DELETE.
138570             MOVE WS-OLD-COURSE TO WS-PROMOTE-COURSE
138580             PERFORM 3400-PROMOTE-FROM-WAITLIST THRU 3400-EXIT
138590     END-SEARCH.
138600 9840-EXIT.
138610     EXIT.
138620
138630*----------------------------------------------------------------
138640*  9845-BATCH-STATUS - SAME RULES AS 4500-CHANGE-STATUS BUT
138650*  SOURCED FROM TX-RECORD; THE FIELDS WERE ALREADY VALIDATED BY
138660*  9815-VALIDATE-TRANSACTION.
138670*----------------------------------------------------------------
138680 9845-BATCH-STATUS.
138690     SET k TO 1
138700     SEARCH student-info VARYING k
138710         AT END
138720             MOVE "NOT-FOUND" TO WS-TX-REASON
138730             DISPLAY "BATCH STATUS REJECTED - STUDENT NOT "
138740                 "FOUND " TX-SNO
138750             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
138760             GO TO 9845-EXIT
138770         WHEN sNo(k) = TX-SNO
138780             SET i TO k
138790*  NO ONE GRADUATES WITH A HOLD STILL ACTIVE AGAINST THEM.
138800             IF TX-STATUS = "G"
138810                 MOVE sNo(k) TO WS-HOLD-SNO
138820                 PERFORM 7410-CHECK-HOLDS THRU 7410-EXIT
138830                 IF WS-HOLD-ACTIVE
138840                     MOVE "ON-HOLD" TO WS-TX-REASON
138850                     DISPLAY "BATCH STATUS REJECTED - "
138860                         WS-HOLD-NAME " " TX-SNO
138870                     PERFORM 9805-REJECT-TRANSACTION
138880                         THRU 9805-EXIT
138890                     GO TO 9845-EXIT
138900                 END-IF
138910             END-IF
138920*  NOR WITHOUT CLEARANCE - THERE IS NO OVERRIDE IN BATCH.
138930             IF TX-STATUS = "G" AND NOT enroll-graduated(k)
138940                 MOVE sNo(k)    TO WS-GC-SNO
138950                 MOVE course(k) TO WS-GC-COURSE
138960                 PERFORM 7700-CHECK-CLEARANCE THRU 7700-EXIT
138970                 IF NOT WS-GC-CLEARED
138980                     MOVE "NOT-CLEARED" TO WS-TX-REASON
138990                     DISPLAY "BATCH STATUS REJECTED - NOT "
139000                         "CLEARED TO GRADUATE " TX-SNO
139010                     PERFORM 9805-REJECT-TRANSACTION
139020                         THRU 9805-EXIT
139030                     GO TO 9845-EXIT
139040                 END-IF
139050             END-IF
139060             PERFORM 5220-CAPTURE-BEFORE-IMAGE THRU 5220-EXIT
139070             MOVE TX-STATUS      TO enroll-status(k)
139080             MOVE TX-STATUS-TERM TO status-term(k)
139090             PERFORM 8300-REWRITE-MASTER THRU 8300-EXIT
139100             MOVE "S" TO WS-JL-ACTION
139110             PERFORM 5200-LOG-CHANGE THRU 5200-EXIT
139120             ADD 1 TO WS-TRANS-APPLIED
139130*  A STUDENT LEAVING ACTIVE STATUS GIVES THEIR SEAT UP - OFFER
139140*  IT TO THE FIRST WAITLISTED ENTRY FOR THE COURSE.
139150             IF WS-OLD-STATUS = "A" AND TX-STATUS NOT = "A"
139160                 MOVE course(k) TO WS-PROMOTE-COURSE
139170                 PERFORM 3400-PROMOTE-FROM-WAITLIST
139180                     THRU 3400-EXIT
139190             END-IF
139200     END-SEARCH.
139210 9845-EXIT.
139220     EXIT.
139230
139240*----------------------------------------------------------------
139250*  9847-BATCH-STUDY-LOAD - ADDS OR DROPS ONE SUBJECT ON A
139260*  STUDENT'S TERM STUDY LOAD ("L" TRANSACTION). THE STUDENT MUST
139270*  BE ON THE DIRECTORY. AN ADD ALREADY IN THE LOAD (DUPLICATE),
139280*  A DROP NOT IN IT (NOT-ENROLLED) OR A SUBJECT NOT ON THE
139290*  SUBJECT MASTER (UNKNOWN-SUBJ) IS REJECTED.
139300*----------------------------------------------------------------
139310 9847-BATCH-STUDY-LOAD.
139320     SET k TO 1
139330     SEARCH student-info VARYING k
139340         AT END
139350             MOVE "NOT-FOUND" TO WS-TX-REASON
139360             DISPLAY "BATCH STUDY LOAD REJECTED - STUDENT NOT "
139370                 "FOUND " TL-SNO
139380             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
139390             GO TO 9847-EXIT
139400         WHEN sNo(k) = TL-SNO
139410             CONTINUE
139420     END-SEARCH
139430
139440     MOVE TL-SNO     TO WS-SL-SNO
139450     MOVE TL-TERM    TO WS-SL-TERM
139460     MOVE TL-SUBJECT TO WS-SL-SUBJECT
139470     IF TL-ADD
139480         PERFORM 7550-ADD-STUDY-LOAD THRU 7550-EXIT
139490     ELSE
139500         PERFORM 7560-DROP-STUDY-LOAD THRU 7560-EXIT
139510     END-IF
139520     EVALUATE TRUE
139530         WHEN WS-SL-DONE
139540             ADD 1 TO WS-TRANS-APPLIED
139550             GO TO 9847-EXIT
139560         WHEN WS-SL-ALREADY
139570             MOVE "DUPLICATE"    TO WS-TX-REASON
139580         WHEN WS-SL-NONE
139590             MOVE "NOT-ENROLLED" TO WS-TX-REASON
139600         WHEN WS-SL-UNKNOWN
139610             MOVE "UNKNOWN-SUBJ" TO WS-TX-REASON
139620         WHEN OTHER
139630             MOVE "WRITE-FAIL"   TO WS-TX-REASON
139640     END-EVALUATE
139650     DISPLAY "BATCH STUDY LOAD REJECTED - " WS-TX-REASON " "
139660         TL-SUBJECT " " TL-TERM " " TL-SNO
139670     PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT.
139680 9847-EXIT.
139690     EXIT.
139700
139710*----------------------------------------------------------------
139720*  9850-BATCH-REINSTATE - SAME RULES AS 5500-REINSTATE-STUDENT,
139730*  SOURCED FROM TX-RECORD. ONLY TX-SNO MATTERS - THE STUDENT'S
139740*  DATA COMES FROM THE DELETED-FILE AUDIT TRAIL, NOT THE
139750*  TRANSACTION.
139760*----------------------------------------------------------------
139770 9850-BATCH-REINSTATE.
139780     MOVE TX-SNO TO SEARCHNUM
139790     PERFORM 5510-RESTORE-FROM-AUDIT THRU 5510-EXIT
139800     EVALUATE TRUE
139810         WHEN WS-REIN-DONE
139820             ADD 1 TO WS-TRANS-APPLIED
139830         WHEN WS-REIN-TO-OVERFLOW
139840             ADD 1 TO WS-TRANS-OVERFLOWED
139850         WHEN WS-REIN-TO-WAITLIST
139860             ADD 1 TO WS-TRANS-WAITLISTED
139870         WHEN WS-REIN-ON-FILE
139880             MOVE "DUPLICATE" TO WS-TX-REASON
139890             DISPLAY "BATCH REINSTATE REJECTED - ALREADY ON "
139900                 "FILE " TX-SNO
139910             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
139920         WHEN WS-REIN-ALREADY-BACK
139930             MOVE "ALREADY-BACK" TO WS-TX-REASON
139940             DISPLAY "BATCH REINSTATE REJECTED - ALREADY "
139950                 "REINSTATED " TX-SNO
139960             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
139970         WHEN OTHER
139980             MOVE "NOT-FOUND" TO WS-TX-REASON
139990             DISPLAY "BATCH REINSTATE REJECTED - NO DELETED "
140000                 "ENTRY FOR " TX-SNO
140010             PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
140020     END-EVALUATE.
140030 9850-EXIT.
140040     EXIT.
140050
140060*----------------------------------------------------------------
140070*  9851-BATCH-HOLD - PLACES ("H") OR RELEASES ("U") A HOLD FROM
140080*  TRANSIN, THE BATCH TWIN OF MENU [24]. THE STUDENT MAY BE ON
140090*  THE DIRECTORY OR THE ARCHIVE, UNDER ANY NUMBER IN ITS "N"
140100*  CHAIN; THE HOLD GOES UNDER THE CURRENT ONE. A SECOND ACTIVE
140110*  HOLD OF THE SAME TYPE FROM THE SAME OFFICE (HOLD-ACTIVE) OR A
140120*  RELEASE WITH NOTHING TO RELEASE (NO-HOLD) IS REJECTED.
140130*----------------------------------------------------------------
140140 9851-BATCH-HOLD.
140150     MOVE TH-SNO TO SEARCHNUM
140160     PERFORM 7220-FIND-TOR-STUDENT THRU 7220-EXIT
140170     IF NOT WS-TOR-FOUND
140180         MOVE "NOT-FOUND" TO WS-TX-REASON
140190         DISPLAY "BATCH HOLD REJECTED - STUDENT NOT FOUND "
140200             TH-SNO
140210         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
140220         GO TO 9851-EXIT
140230     END-IF
140240
140250     MOVE WS-TOR-SNO TO WS-HOLD-SNO
140260     MOVE TH-TYPE    TO WS-HOLD-TYPE
140270     MOVE TH-OFFICE  TO WS-HOLD-OFFICE
140280     MOVE TH-REMARK  TO WS-HOLD-REMARK
140290     IF TX-IS-HOLD
140300         PERFORM 7450-PLACE-HOLD THRU 7450-EXIT
140310     ELSE
140320         PERFORM 7460-RELEASE-HOLD THRU 7460-EXIT
140330     END-IF
140340     EVALUATE TRUE
140350         WHEN WS-HOLD-DONE
140360             ADD 1 TO WS-TRANS-APPLIED
140370             GO TO 9851-EXIT
140380         WHEN WS-HOLD-ALREADY
140390             MOVE "HOLD-ACTIVE" TO WS-TX-REASON
140400         WHEN WS-HOLD-NONE
140410             MOVE "NO-HOLD"     TO WS-TX-REASON
140420         WHEN OTHER
140430             MOVE "WRITE-FAIL"  TO WS-TX-REASON
140440     END-EVALUATE
140450     DISPLAY "BATCH HOLD REJECTED - " WS-TX-REASON " "
140460         TH-TYPE " " TH-OFFICE " " TH-SNO
140470     PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT.
140480 9851-EXIT.
140490     EXIT.
140500
140510*----------------------------------------------------------------
140520*  9852-BATCH-REVERSAL - BACKS OUT A POSTED PAYMENT ("V"
140530*  TRANSACTION). TX-FULLNAME NAMES THE OFFICIAL RECEIPT; THE
140540*  LEDGER SUPPLIES ITS TERM AND AMOUNT. THE AMOUNT COMES OFF
140550*  AS-PAID FOR THAT TERM AND A "V" ENTRY UNDER THE SAME RECEIPT
140560*  GOES ON THE LEDGER, WHICH VOIDS IT. A RECEIPT THAT IS NOT ON
140570*  FILE FOR THIS STUDENT (NO-RECEIPT) OR IS ALREADY VOID
140580*  (ALREADY-VOID) IS REJECTED.
140590*----------------------------------------------------------------
140600 9852-BATCH-REVERSAL.
140610     MOVE TX-FULLNAME(1:12) TO WS-PAY-OR-NO
140620     PERFORM 9856-FIND-RECEIPT THRU 9856-EXIT
140630     IF NOT WS-RCPT-FOUND OR WS-RCPT-SNO NOT = TX-SNO
140640         MOVE "NO-RECEIPT" TO WS-TX-REASON
140650         DISPLAY "BATCH REVERSAL REJECTED - NO RECEIPT "
140660             WS-PAY-OR-NO " FOR " TX-SNO
140670         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
140680         GO TO 9852-EXIT
140690     END-IF
140700     IF WS-RCPT-VOID
140710         MOVE "ALREADY-VOID" TO WS-TX-REASON
140720         DISPLAY "BATCH REVERSAL REJECTED - RECEIPT " WS-PAY-OR-NO
140730             " IS ALREADY VOID"
140740         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
140750         GO TO 9852-EXIT
140760     END-IF
140770
140780     MOVE WS-RCPT-TERM TO WS-PAY-TERM
140790     OPEN I-O ASSESS-FILE
140800     IF WS-FS-ASSESS NOT = "00"
140810         MOVE "NO-ASSESS" TO WS-TX-REASON
140820         DISPLAY "BATCH REVERSAL REJECTED - NO ASSESSMENT FILE "
140830             TX-SNO
140840         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
140850         GO TO 9852-EXIT
140860     END-IF
140870     MOVE "N" TO WS-ASSESS-EOF-SW
140880     MOVE "N" TO WS-PAY-FOUND-SW
140890     PERFORM 9853-UNPOST-ONE-ASSESS THRU 9853-EXIT
140900         UNTIL WS-ASSESS-EOF OR WS-PAY-FOUND
140910     CLOSE ASSESS-FILE
140920
140930     IF WS-PAY-FOUND
140940         MOVE "V" TO WS-PAY-TYPE
140950         PERFORM 9859-WRITE-LEDGER THRU 9859-EXIT
140960         ADD 1 TO WS-TRANS-APPLIED
140970     ELSE
140980         MOVE "NO-ASSESS" TO WS-TX-REASON
140990         DISPLAY "BATCH REVERSAL REJECTED - NO ASSESSMENT FOR "
141000             TX-SNO " TERM " WS-PAY-TERM
141010         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
141020     END-IF.
141030 9852-EXIT.
141040     EXIT.
141050
141060 9853-UNPOST-ONE-ASSESS.
141070     READ ASSESS-FILE NEXT RECORD
141080         AT END
141090             MOVE "Y" TO WS-ASSESS-EOF-SW
141100             GO TO 9853-EXIT
141110     END-READ
141120     IF AS-SNO NOT = TX-SNO OR AS-TERM NOT = WS-PAY-TERM
141130         GO TO 9853-EXIT
141140     END-IF
141150*  A PAID FIGURE ALREADY BELOW THE RECEIPT (CORRECTED BY HAND ON
141160*  THE FILE) STOPS AT ZERO RATHER THAN GOING NEGATIVE.
141170     IF AS-PAID < WS-RCPT-AMOUNT
141180         MOVE 0 TO AS-PAID
141190     ELSE
141200         SUBTRACT WS-RCPT-AMOUNT FROM AS-PAID
141210     END-IF
141220     MOVE AS-COURSE TO WS-PAY-COURSE
141230     REWRITE AS-RECORD
141240     MOVE "Y" TO WS-PAY-FOUND-SW.
141250 9853-EXIT.
141260     EXIT.
141270*----------------------------------------------------------------
141280*  9855-BATCH-PAYMENT - POSTS A "P" TRANSACTION AGAINST THE
141290*  STUDENT'S ASSESSMENT FOR THE TERM (TX-STATUS-TERM, OR THE
141300*  CURRENT TERM WHEN BLANK): THE AMOUNT IS ADDED TO AS-PAID AND
141310*  THE RECORD IS REWRITTEN IN PLACE. A PAYMENT WITH NO MATCHING
141320*  ASSESSMENT IS REJECTED (NO-ASSESS) SO THE REGISTRAR SEES THE
141330*  MONEY HAS NOWHERE TO LAND. TX-FULLNAME CARRIES THE OFFICIAL
141340*  RECEIPT NUMBER; EVERY POSTED PAYMENT GOES ON THE PAYMENT
141350*  LEDGER UNDER IT, AND A RECEIPT ALREADY ON THE LEDGER IS
141360*  REJECTED (DUP-RECEIPT) RATHER THAN POSTED TWICE.
141370*----------------------------------------------------------------
141380 9855-BATCH-PAYMENT.
141390     IF TX-STATUS-TERM = SPACES
141400         MOVE WS-CURRENT-TERM TO WS-PAY-TERM
141410     ELSE
141420         MOVE TX-STATUS-TERM TO WS-PAY-TERM
141430     END-IF
141440
141450     MOVE TX-FULLNAME(1:12) TO WS-PAY-OR-NO
141460     PERFORM 9856-FIND-RECEIPT THRU 9856-EXIT
141470     IF WS-RCPT-FOUND
141480         MOVE "DUP-RECEIPT" TO WS-TX-REASON
141490         DISPLAY "BATCH PAYMENT REJECTED - RECEIPT " WS-PAY-OR-NO
141500             " ALREADY POSTED"
141510         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
141520         GO TO 9855-EXIT
141530     END-IF
141540
141550     OPEN I-O ASSESS-FILE
141560     IF WS-FS-ASSESS NOT = "00"
141570         MOVE "NO-ASSESS" TO WS-TX-REASON
141580         DISPLAY "BATCH PAYMENT REJECTED - NO ASSESSMENT FILE "
141590             TX-SNO
141600         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
141610         GO TO 9855-EXIT
141620     END-IF
141630     MOVE "N" TO WS-ASSESS-EOF-SW
141640     MOVE "N" TO WS-PAY-FOUND-SW
141650     PERFORM 9857-POST-ONE-ASSESS THRU 9857-EXIT
141660         UNTIL WS-ASSESS-EOF OR WS-PAY-FOUND
141670     CLOSE ASSESS-FILE
141680
141690     IF WS-PAY-FOUND
141700         MOVE "P" TO WS-PAY-TYPE
141710         MOVE TX-AMOUNT-NUM TO WS-RCPT-AMOUNT
141720         PERFORM 9859-WRITE-LEDGER THRU 9859-EXIT
141730         ADD 1 TO WS-TRANS-APPLIED
141740     ELSE
141750         MOVE "NO-ASSESS" TO WS-TX-REASON
141760         DISPLAY "BATCH PAYMENT REJECTED - NO ASSESSMENT FOR "
141770             TX-SNO " TERM " WS-PAY-TERM
141780         PERFORM 9805-REJECT-TRANSACTION THRU 9805-EXIT
141790     END-IF.
141800 9855-EXIT.
141810     EXIT.
141820
141830*----------------------------------------------------------------
141840*  9856-FIND-RECEIPT - LOOKS WS-PAY-OR-NO UP ON THE PAYMENT
141850*  LEDGER. WS-RCPT-FOUND MEANS A PAYMENT WAS POSTED UNDER IT
141860*  (ITS STUDENT, TERM, AMOUNT AND COURSE ARE LEFT IN THE
141870*  WS-RCPT- FIELDS AND WS-PAY-COURSE); WS-RCPT-VOID MEANS IT HAS
141880*  SINCE BEEN REVERSED. NO LEDGER YET MEANS NO RECEIPTS.
141890*----------------------------------------------------------------
141900 9856-FIND-RECEIPT.
141910     MOVE "N" TO WS-RCPT-FOUND-SW
141920     MOVE "N" TO WS-RCPT-VOID-SW
141930     OPEN INPUT PAYMENT-LEDGER
141940     IF WS-FS-PAYLEDG NOT = "00"
141950         GO TO 9856-EXIT
141960     END-IF
141970     MOVE "N" TO WS-PL-EOF-SW
141980     PERFORM 9858-CHECK-ONE-RECEIPT THRU 9858-EXIT
141990         UNTIL WS-PL-EOF
142000     CLOSE PAYMENT-LEDGER.
142010 9856-EXIT.
142020     EXIT.
142030
142040 9857-POST-ONE-ASSESS.
142050     READ ASSESS-FILE NEXT RECORD
142060         AT END
142070             MOVE "Y" TO WS-ASSESS-EOF-SW
142080             GO TO 9857-EXIT
142090     END-READ
142100     IF AS-SNO NOT = TX-SNO OR AS-TERM NOT = WS-PAY-TERM
142110         GO TO 9857-EXIT
142120     END-IF
142130     ADD TX-AMOUNT-NUM TO AS-PAID
142140     MOVE AS-COURSE TO WS-PAY-COURSE
142150     REWRITE AS-RECORD
142160     MOVE "Y" TO WS-PAY-FOUND-SW.
142170 9857-EXIT.
142180     EXIT.
142190
142200 9858-CHECK-ONE-RECEIPT.
142210     READ PAYMENT-LEDGER NEXT RECORD
142220         AT END
142230             MOVE "Y" TO WS-PL-EOF-SW
142240             GO TO 9858-EXIT
142250     END-READ
142260     IF PL-OR-NO NOT = WS-PAY-OR-NO
142270         GO TO 9858-EXIT
142280     END-IF
142290     IF PL-IS-REVERSAL
142300         MOVE "Y" TO WS-RCPT-VOID-SW
142310     ELSE
142320         MOVE "Y" TO WS-RCPT-FOUND-SW
142330         MOVE PL-SNO    TO WS-RCPT-SNO
142340         MOVE PL-TERM   TO WS-RCPT-TERM
142350         MOVE PL-AMOUNT TO WS-RCPT-AMOUNT
142360         MOVE PL-COURSE TO WS-PAY-COURSE
142370     END-IF.
142380 9858-EXIT.
142390     EXIT.
142400
142410*----------------------------------------------------------------
142420*  9859-WRITE-LEDGER - APPENDS ONE LEDGER ENTRY FOR THE
142430*  TRANSACTION JUST POSTED: WS-PAY-TYPE ("P" OR "V") UNDER
142440*  WS-PAY-OR-NO FOR WS-RCPT-AMOUNT, STAMPED WITH THE POSTING
142450*  DATE AND TIME AND THE OPERATOR (BATCHJOB UNATTENDED). THE
142460*  FIRST ENTRY EVER CREATES THE LEDGER.
142470*----------------------------------------------------------------
142480 9859-WRITE-LEDGER.
142490     OPEN EXTEND PAYMENT-LEDGER
142500     IF WS-FS-PAYLEDG = "35"
142510         OPEN OUTPUT PAYMENT-LEDGER
142520     END-IF
142530     IF WS-FS-PAYLEDG NOT = "00"
142540         DISPLAY "PAYMENT LEDGER COULD NOT BE OPENED, STATUS="
142550             WS-FS-PAYLEDG " - RECEIPT " WS-PAY-OR-NO
142560             " POSTED BUT NOT LEDGERED."
142570         GO TO 9859-EXIT
142580     END-IF
142590     MOVE TX-SNO         TO PL-SNO
142600     MOVE WS-PAY-TERM    TO PL-TERM
142610     MOVE WS-PAY-COURSE  TO PL-COURSE
142620     MOVE WS-PAY-OR-NO   TO PL-OR-NO
142630     MOVE WS-PAY-TYPE    TO PL-TYPE
142640     MOVE WS-RCPT-AMOUNT TO PL-AMOUNT
142650     ACCEPT PL-DATE FROM DATE YYYYMMDD
142660     ACCEPT PL-TIME FROM TIME
142670     MOVE WS-USER-ID     TO PL-USER-ID
142680     WRITE PL-RECORD
142690     CLOSE PAYMENT-LEDGER.
142700 9859-EXIT.
142710     EXIT.
142720
142730*----------------------------------------------------------------
142740*  9860-LOAD-CHECKPOINT - PARM='RESTART' STARTUP. PICKS UP THE
142750*  CHECKPOINT LEFT BY THE INTERRUPTED RUN: HOW FAR INTO TRANSIN
142760*  TO SKIP AND THE TOTALS TO CARRY INTO THE SUMMARY. A MISSING
142770*  OR EMPTY CHECKPOINT JUST MEANS START FROM THE TOP.
142780*----------------------------------------------------------------
142790 9860-LOAD-CHECKPOINT.
142800     OPEN INPUT RESTART-FILE
142810     IF WS-FS-RESTART NOT = "00"
142820         DISPLAY "NO USABLE RESTART FILE (STATUS=" WS-FS-RESTART
142830             ") - STARTING FROM THE TOP OF TRANSIN."
142840         GO TO 9860-EXIT
142850     END-IF
142860     READ RESTART-FILE NEXT RECORD
142870         AT END
142880             DISPLAY "RESTART FILE IS EMPTY - STARTING FROM THE "
142890                 "TOP OF TRANSIN."
142900             CLOSE RESTART-FILE
142910             GO TO 9860-EXIT
142920     END-READ
142930     MOVE CK-TRANS-READ TO WS-SKIP-COUNT
142940     MOVE CK-APPLIED    TO WS-TRANS-APPLIED
142950     MOVE CK-REJECTED   TO WS-TRANS-REJECTED
142960     MOVE CK-OVERFLOWED TO WS-TRANS-OVERFLOWED
142970     MOVE CK-WAITLISTED TO WS-TRANS-WAITLISTED
142980     CLOSE RESTART-FILE
142990     DISPLAY "RESTARTING AFTER TRANSACTION " CK-TRANS-READ
143000         " OF TRANSIN.".
143010 9860-EXIT.
143020     EXIT.
143030
143040*----------------------------------------------------------------
143050*  9870-TAKE-CHECKPOINT - REWRITES THE ONE-RECORD RESTART FILE.
143060*  EVERY TRANSACTION'S MASTER UPDATE IS ALREADY APPLIED IN PLACE
143070*  BY 8200/8300/8400, SO THE CHECKPOINT NEVER CLAIMS MORE THAN
143080*  THE DISK ACTUALLY HOLDS.
143090*----------------------------------------------------------------
143100 9870-TAKE-CHECKPOINT.
143110     OPEN OUTPUT RESTART-FILE
143120     MOVE WS-TRANS-READ       TO CK-TRANS-READ
143130     MOVE WS-TRANS-APPLIED    TO CK-APPLIED
143140     MOVE WS-TRANS-REJECTED   TO CK-REJECTED
143150     MOVE WS-TRANS-OVERFLOWED TO CK-OVERFLOWED
143160     MOVE WS-TRANS-WAITLISTED TO CK-WAITLISTED
143170     WRITE CK-RECORD
143180     CLOSE RESTART-FILE
143190     MOVE 0 TO WS-SINCE-CHECKPOINT.
143200 9870-EXIT.
143210     EXIT.
143220
143230******************************************************************
143240*  9900-EXPORT-CSV - WRITES THE CURRENT STUDENT-INFO TABLE OUT TO*
143250*  A COMMA-DELIMITED FILE (sNo, FULLNAME, COURSE, AGE, MOBILE,   *
143260*  LANDLINE, STATUS, TERM) FOR THE REGISTRAR'S OFFICE TO OPEN IN *
143270*  A SPREADSHEET.                                                *
143280******************************************************************
143290 9900-EXPORT-CSV.
143300     OPEN OUTPUT CSV-FILE
143310     IF WS-FS-CSV NOT = "00"
143320         DISPLAY "CSV FILE COULD NOT BE OPENED, STATUS=" WS-FS-CSV
143330         GO TO 9900-EXIT
143340     END-IF
143350
143360     MOVE "SNO,FULLNAME,COURSE,AGE,MOBILE,LANDLINE,STATUS,TERM"
143370         TO CSV-RECORD
143380     WRITE CSV-RECORD
143390
143400     MOVE 0 TO WS-CSV-ROWS
143410     PERFORM 9910-EXPORT-ONE-STUDENT THRU 9910-EXIT
143420         VARYING j FROM 1 BY 1 UNTIL j > WS-STUDENT-COUNT
143430
143440     CLOSE CSV-FILE
143450     DISPLAY " "
143460     DISPLAY WS-CSV-ROWS " STUDENT(S) EXPORTED TO STUCSV.".
143470 9900-EXIT.
143480     EXIT.
143490
143500 9910-EXPORT-ONE-STUDENT.
143510     IF sNo(j) = SPACES
143520         GO TO 9910-EXIT
143530     END-IF
143540
143550     MOVE SPACES TO CSV-RECORD
143560     MOVE 1 TO WS-CSV-PTR
143570
143580     MOVE sNo(j) TO WS-CSV-FIELD
143590     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
143600     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
143610         "," DELIMITED BY SIZE
143620         INTO CSV-RECORD
143630         WITH POINTER WS-CSV-PTR
143640     END-STRING
143650
143660     MOVE fullname(j) TO WS-CSV-FIELD
143670     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
143680     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
143690         "," DELIMITED BY SIZE
143700         INTO CSV-RECORD
143710         WITH POINTER WS-CSV-PTR
143720     END-STRING
143730
143740     MOVE course(j) TO WS-CSV-FIELD
143750     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
143760     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
143770         "," DELIMITED BY SIZE
143780         INTO CSV-RECORD
143790         WITH POINTER WS-CSV-PTR
143800     END-STRING
143810
143820     MOVE age(j) TO WS-CSV-AGE-ED
143830     STRING WS-CSV-AGE-ED DELIMITED BY SIZE
143840         "," DELIMITED BY SIZE
143850         INTO CSV-RECORD
143860         WITH POINTER WS-CSV-PTR
143870     END-STRING
143880
143890     MOVE mobile(j) TO WS-CSV-FIELD
143900     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
143910     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
143920         "," DELIMITED BY SIZE
143930         INTO CSV-RECORD
143940         WITH POINTER WS-CSV-PTR
143950     END-STRING
143960
143970     MOVE landline(j) TO WS-CSV-FIELD
143980     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
143990     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
144000         "," DELIMITED BY SIZE
144010         INTO CSV-RECORD
144020         WITH POINTER WS-CSV-PTR
144030     END-STRING
144040
144050     STRING enroll-status(j) DELIMITED BY SIZE
144060         "," DELIMITED BY SIZE
144070         status-term(j) DELIMITED BY SIZE
144080         INTO CSV-RECORD
144090         WITH POINTER WS-CSV-PTR
144100     END-STRING
144110
144120     WRITE CSV-RECORD
144130     ADD 1 TO WS-CSV-ROWS.
144140 9910-EXIT.
144150     EXIT.
144160
144170*----------------------------------------------------------------
144180*  9920-TRIM-CSV-FIELD - SETS WS-CSV-LEN TO THE TRIMMED LENGTH OF
144190*  WS-CSV-FIELD SO TRAILING SPACES DO NOT CLUTTER EVERY COLUMN OF
144200*  THE EXPORTED ROW.
144210*----------------------------------------------------------------
144220 9920-TRIM-CSV-FIELD.
144230     MOVE 30 TO WS-CSV-LEN
144240     PERFORM 9921-SHRINK-CSV-LEN THRU 9921-EXIT
144250         UNTIL WS-CSV-LEN = 0
144260         OR WS-CSV-FIELD(WS-CSV-LEN:1) NOT = SPACE
144270     IF WS-CSV-LEN = 0
144280         MOVE 1 TO WS-CSV-LEN
144290     END-IF.
144300 9920-EXIT.
144310     EXIT.
144320
144330 9921-SHRINK-CSV-LEN.
144340     SUBTRACT 1 FROM WS-CSV-LEN.
144350 9921-EXIT.
144360     EXIT.
144370
144380******************************************************************
144390*  9940-LETTER-RUN - UNATTENDED VERIFICATION LETTERS             *
144400*  (PARM='LETTERS', SEE JCL MEMBER FLORLTR). READS THE LETTERIN  *
144410*  LIST OF STUDENT NUMBERS AND PRINTS ONE LETTER PAGE PER        *
144420*  ACTIVE STUDENT TO REPORT-FILE; A NUMBER NOT ON FILE OR A      *
144430*  STUDENT WHO IS NOT STATUS "A" IS REPORTED AND COUNTED, NOT    *
144440*  CERTIFIED.                                                    *
144450******************************************************************
144460 9940-LETTER-RUN.
144470     MOVE 0 TO WS-LTR-PRINTED
144480     MOVE 0 TO WS-LTR-REFUSED
144490     MOVE 0 TO WS-LTR-NOTFOUND
144500     MOVE 0 TO WS-LTR-HELD
144510
144520     OPEN INPUT LETTER-REQS
144530     IF WS-FS-LETTERIN NOT = "00"
144540         DISPLAY "LETTERIN COULD NOT BE OPENED, STATUS="
144550             WS-FS-LETTERIN
144560         GO TO 9940-EXIT
144570     END-IF
144580     OPEN OUTPUT REPORT-FILE
144590     IF WS-FS-REPORT NOT = "00"
144600         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
144610             WS-FS-REPORT
144620         CLOSE LETTER-REQS
144630         GO TO 9940-EXIT
144640     END-IF
144650
144660     MOVE "N" TO WS-LTR-EOF-SW
144670     PERFORM 9945-LETTER-ONE THRU 9945-EXIT
144680         UNTIL WS-LTR-EOF
144690     CLOSE LETTER-REQS
144700     CLOSE REPORT-FILE
144710
144720     DISPLAY " "
144730     DISPLAY "  ====VERIFICATION LETTER SUMMARY===="
144740     DISPLAY "LETTERS PRINTED          : " WS-LTR-PRINTED
144750     DISPLAY "REFUSED (NOT ACTIVE)     : " WS-LTR-REFUSED
144760     DISPLAY "REFUSED (ON HOLD)        : " WS-LTR-HELD
144770     DISPLAY "NOT ON FILE              : " WS-LTR-NOTFOUND.
144780 9940-EXIT.
144790     EXIT.
144800
144810 9945-LETTER-ONE.
144820     READ LETTER-REQS NEXT RECORD
144830         AT END
144840             MOVE "Y" TO WS-LTR-EOF-SW
144850             GO TO 9945-EXIT
144860     END-READ
144870     IF LR-SNO = SPACES
144880         GO TO 9945-EXIT
144890     END-IF
144900
144910     MOVE LR-SNO TO SEARCHNUM
144920     PERFORM 8600-LOCATE-STUDENT THRU 8600-EXIT
144930     IF NOT WS-STU-FOUND
144940         ADD 1 TO WS-LTR-NOTFOUND
144950         DISPLAY "NO LETTER - STUDENT NOT ON FILE: " LR-SNO
144960         GO TO 9945-EXIT
144970     END-IF
144980     PERFORM 6350-PRINT-LETTER THRU 6350-EXIT
144990     IF WS-LETTER-OK
145000         ADD 1 TO WS-LTR-PRINTED
145010     ELSE
145020         IF WS-HOLD-ACTIVE
145030             ADD 1 TO WS-LTR-HELD
145040         ELSE
145050             ADD 1 TO WS-LTR-REFUSED
145060         END-IF
145070     END-IF.
145080 9945-EXIT.
145090     EXIT.
145100
145110******************************************************************
145120*  9950-DELTA-EXTRACT - THE REGISTRAR'S CHANGES-SINCE-LAST-RUN   *
145130*  EXTRACT (PARM='DELTA', SEE JCL MEMBER FLORDLT). SCANS THE     *
145140*  JOURNAL FOR ENTRIES STAMPED AFTER THE REMEMBERED HIGH-WATER   *
145150*  MARK, COLLAPSES THEM TO ONE LINE PER CHANGED STUDENT TAGGED   *
145160*  WITH THE LAST ACTION SEEN (ADD/EDIT/DELETE/STATUS), WRITES A  *
145170*  "T" TRAILER WITH RECORD COUNTS, AND ADVANCES THE HIGH-WATER   *
145180*  MARK TO THE LAST STAMP COVERED - SO THE NEXT RUN PICKS UP     *
145190*  EXACTLY WHERE THIS ONE LEFT OFF.                              *
145200*  THE JOURNAL IS READ HISTORY FIRST (8700), SO ENTRIES A BACKUP *
145210*  HAS CUT OVER SINCE THE MARK ARE STILL EXTRACTED.              *
145220******************************************************************
145230 9950-DELTA-EXTRACT.
145240     MOVE 0 TO WS-DELTA-COUNT
145250     MOVE 0 TO WS-DLT-ADDS
145260     MOVE 0 TO WS-DLT-EDITS
145270     MOVE 0 TO WS-DLT-DELETES
145280     MOVE 0 TO WS-DLT-STATUSES
145290     MOVE "N" TO WS-DELTA-FULL-SW
145300
145310     PERFORM 9955-LOAD-HIWATER THRU 9955-EXIT
145320     MOVE WS-HWM-DATE TO WS-NEW-HWM-DATE
145330     MOVE WS-HWM-TIME TO WS-NEW-HWM-TIME
145340
145350     PERFORM 8700-OPEN-JOURNALS THRU 8700-EXIT
145360     IF WS-FS-JOURNAL NOT = "00"
145370         DISPLAY "JOURNAL COULD NOT BE OPENED, STATUS="
145380             WS-FS-JOURNAL " - NOTHING TO EXTRACT."
145390         GO TO 9950-EXIT
145400     END-IF
145410     MOVE "N" TO WS-JRNL-EOF-SW
145420     PERFORM 9960-SCAN-ONE-JOURNAL THRU 9960-EXIT
145430         UNTIL WS-JRNL-EOF OR WS-DELTA-FULL
145440     PERFORM 8710-CLOSE-JOURNALS THRU 8710-EXIT
145450
145460*  A WINDOW TOO BIG FOR THE TABLE MEANS THE EXTRACT WOULD BE
145470*  INCOMPLETE - LEAVE THE HIGH-WATER MARK ALONE AND SEND THE
145480*  REGISTRAR A FULL EXPORT INSTEAD.
145490     IF WS-DELTA-FULL
145500         DISPLAY "MORE THAN " WS-MAX-STUDENTS " STUDENTS "
145510             "CHANGED SINCE THE LAST EXTRACT - RUN THE FULL "
145520             "CSV EXPORT INSTEAD. HIGH-WATER MARK UNCHANGED."
145530         GO TO 9950-EXIT
145540     END-IF
145550
145560     OPEN OUTPUT DELTA-FILE
145570     IF WS-FS-DELTA NOT = "00"
145580         DISPLAY "DELTA FILE COULD NOT BE OPENED, STATUS="
145590             WS-FS-DELTA
145600         GO TO 9950-EXIT
145610     END-IF
145620     PERFORM 9970-WRITE-ONE-DELTA THRU 9970-EXIT
145630         VARYING j FROM 1 BY 1 UNTIL j > WS-DELTA-COUNT
145640     PERFORM 9972-WRITE-DELTA-TRAILER THRU 9972-EXIT
145650     CLOSE DELTA-FILE
145660
145670*  ONLY A COMPLETE, CLOSED EXTRACT MOVES THE MARK.
145680     IF WS-NEW-HWM-DATE > WS-HWM-DATE
145690             OR (WS-NEW-HWM-DATE = WS-HWM-DATE
145700             AND WS-NEW-HWM-TIME > WS-HWM-TIME)
145710         PERFORM 9975-SAVE-HIWATER THRU 9975-EXIT
145720     END-IF
145730
145740     DISPLAY " "
145750     DISPLAY "  ====DELTA EXTRACT SUMMARY===="
145760     DISPLAY "STUDENTS EXTRACTED       : " WS-DELTA-COUNT
145770     DISPLAY "  ADDS                   : " WS-DLT-ADDS
145780     DISPLAY "  EDITS                  : " WS-DLT-EDITS
145790     DISPLAY "  DELETES                : " WS-DLT-DELETES
145800     DISPLAY "  STATUS CHANGES         : " WS-DLT-STATUSES
145810     DISPLAY "HIGH-WATER MARK          : " WS-NEW-HWM-DATE
145820         " " WS-NEW-HWM-TIME.
145830 9950-EXIT.
145840     EXIT.
145850
145860*----------------------------------------------------------------
145870*  9955-LOAD-HIWATER - PICKS UP THE STAMP THE PREVIOUS EXTRACT
145880*  ENDED AT. A MISSING OR EMPTY FILE MEANS NO EXTRACT HAS EVER
145890*  BEEN CUT, SO THE WHOLE JOURNAL QUALIFIES.
145900*----------------------------------------------------------------
145910 9955-LOAD-HIWATER.
145920     MOVE 0 TO WS-HWM-DATE
145930     MOVE 0 TO WS-HWM-TIME
145940     OPEN INPUT HIWATER-FILE
145950     IF WS-FS-HIWATER NOT = "00"
145960         DISPLAY "NO HIGH-WATER MARK ON FILE (STATUS="
145970             WS-FS-HIWATER ") - EXTRACTING THE WHOLE JOURNAL."
145980         GO TO 9955-EXIT
145990     END-IF
146000     READ HIWATER-FILE NEXT RECORD
146010         AT END
146020             DISPLAY "HIGH-WATER MARK FILE IS EMPTY - "
146030                 "EXTRACTING THE WHOLE JOURNAL."
146040             CLOSE HIWATER-FILE
146050             GO TO 9955-EXIT
146060     END-READ
146070     IF HW-DATE IS NUMERIC
146080         MOVE HW-DATE TO WS-HWM-DATE
146090     END-IF
146100     IF HW-TIME IS NUMERIC
146110         MOVE HW-TIME TO WS-HWM-TIME
146120     END-IF
146130     CLOSE HIWATER-FILE.
146140 9955-EXIT.
146150     EXIT.
146160
146170 9960-SCAN-ONE-JOURNAL.
146180     PERFORM 8705-READ-JOURNAL THRU 8705-EXIT
146190     IF WS-JRNL-EOF
146200         GO TO 9960-EXIT
146210     END-IF
146220
146230*  ONLY ENTRIES STAMPED AFTER THE MARK ARE NEW.
146240     IF JL-ACTION-DATE < WS-HWM-DATE
146250             OR (JL-ACTION-DATE = WS-HWM-DATE
146260             AND JL-ACTION-TIME <= WS-HWM-TIME)
146270         GO TO 9960-EXIT
146280     END-IF
146290     IF JL-ACTION-DATE > WS-NEW-HWM-DATE
146300             OR (JL-ACTION-DATE = WS-NEW-HWM-DATE
146310             AND JL-ACTION-TIME > WS-NEW-HWM-TIME)
146320         MOVE JL-ACTION-DATE TO WS-NEW-HWM-DATE
146330         MOVE JL-ACTION-TIME TO WS-NEW-HWM-TIME
146340     END-IF
146350     PERFORM 9965-RECORD-DELTA THRU 9965-EXIT.
146360 9960-EXIT.
146370     EXIT.
146380
146390*----------------------------------------------------------------
146400*  9965-RECORD-DELTA - UPSERTS THE ENTRY IN HAND INTO THE DELTA
146410*  TABLE: ONE ROW PER STUDENT, THE LAST ACTION IN THE WINDOW
146420*  WINNING, WITH THE AFTER-IMAGE (OR THE BEFORE-IMAGE FOR A
146430*  DELETION, SO THE LINE STILL NAMES WHO LEFT).
146440*----------------------------------------------------------------
146450 9965-RECORD-DELTA.
146460*  A NUMBER CORRECTION IS TWO ROWS TO THE REGISTRAR: THE OLD
146470*  NUMBER LEAVES (DELETE, BEFORE-IMAGE) AND THE NEW ONE ARRIVES
146480*  (ADD, AFTER-IMAGE). EVERY OTHER ACTION IS ONE ROW.
146490     IF JL-ACTION = "N"
146500         MOVE JL-XREF-SNO     TO WS-DLT-WORK-SNO
146510         MOVE "DELETE"        TO WS-DLT-WORK-ACTION
146520         MOVE JL-OLD-FULLNAME TO WS-DLT-WORK-NAME
146530         MOVE JL-OLD-COURSE   TO WS-DLT-WORK-COURSE
146540         MOVE JL-OLD-STATUS   TO WS-DLT-WORK-STATUS
146550         MOVE JL-OLD-TERM     TO WS-DLT-WORK-TERM
146560         PERFORM 9967-UPSERT-DELTA THRU 9967-EXIT
146570         MOVE JL-SNO          TO WS-DLT-WORK-SNO
146580         MOVE "ADD"           TO WS-DLT-WORK-ACTION
146590         MOVE JL-NEW-FULLNAME TO WS-DLT-WORK-NAME
146600         MOVE JL-NEW-COURSE   TO WS-DLT-WORK-COURSE
146610         MOVE JL-NEW-STATUS   TO WS-DLT-WORK-STATUS
146620         MOVE JL-NEW-TERM     TO WS-DLT-WORK-TERM
146630         PERFORM 9967-UPSERT-DELTA THRU 9967-EXIT
146640         GO TO 9965-EXIT
146650     END-IF
146660
146670     MOVE JL-SNO TO WS-DLT-WORK-SNO
146680     EVALUATE JL-ACTION
146690         WHEN "A"
146700         WHEN "R"
146710         WHEN "W"
146720             MOVE "ADD"    TO WS-DLT-WORK-ACTION
146730         WHEN "E"
146740             MOVE "EDIT"   TO WS-DLT-WORK-ACTION
146750         WHEN "S"
146760         WHEN "O"
146770             MOVE "STATUS" TO WS-DLT-WORK-ACTION
146780         WHEN "D"
146790             MOVE "DELETE" TO WS-DLT-WORK-ACTION
146800         WHEN OTHER
146810             MOVE "EDIT"   TO WS-DLT-WORK-ACTION
146820     END-EVALUATE
146830     IF JL-ACTION = "D"
146840         MOVE JL-OLD-FULLNAME TO WS-DLT-WORK-NAME
146850         MOVE JL-OLD-COURSE   TO WS-DLT-WORK-COURSE
146860         MOVE JL-OLD-STATUS   TO WS-DLT-WORK-STATUS
146870         MOVE JL-OLD-TERM     TO WS-DLT-WORK-TERM
146880     ELSE
146890         MOVE JL-NEW-FULLNAME TO WS-DLT-WORK-NAME
146900         MOVE JL-NEW-COURSE   TO WS-DLT-WORK-COURSE
146910         MOVE JL-NEW-STATUS   TO WS-DLT-WORK-STATUS
146920         MOVE JL-NEW-TERM     TO WS-DLT-WORK-TERM
146930     END-IF
146940     PERFORM 9967-UPSERT-DELTA THRU 9967-EXIT.
146950 9965-EXIT.
146960     EXIT.
146970
146980 9967-UPSERT-DELTA.
146990     SET d TO 1
147000     SEARCH WS-DELTA-ENTRY VARYING d
147010         AT END
147020             IF WS-DELTA-COUNT >= WS-MAX-STUDENTS
147030                 SET WS-DELTA-FULL TO TRUE
147040                 GO TO 9967-EXIT
147050             END-IF
147060             ADD 1 TO WS-DELTA-COUNT
147070             SET d TO WS-DELTA-COUNT
147080             MOVE WS-DLT-WORK-SNO TO WS-DLT-SNO(d)
147090         WHEN WS-DLT-SNO(d) = WS-DLT-WORK-SNO
147100             CONTINUE
147110     END-SEARCH
147120     MOVE WS-DLT-WORK-ACTION TO WS-DLT-ACTION(d)
147130     MOVE WS-DLT-WORK-NAME   TO WS-DLT-NAME(d)
147140     MOVE WS-DLT-WORK-COURSE TO WS-DLT-COURSE(d)
147150     MOVE WS-DLT-WORK-STATUS TO WS-DLT-STATUS(d)
147160     MOVE WS-DLT-WORK-TERM   TO WS-DLT-TERM(d).
147170 9967-EXIT.
147180     EXIT.
147190
147200 9970-WRITE-ONE-DELTA.
147210     MOVE SPACES TO DELTA-RECORD
147220     MOVE 1 TO WS-CSV-PTR
147230
147240     MOVE WS-DLT-ACTION(j) TO WS-CSV-FIELD
147250     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
147260     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
147270         "," DELIMITED BY SIZE
147280         INTO DELTA-RECORD
147290         WITH POINTER WS-CSV-PTR
147300     END-STRING
147310
147320     MOVE WS-DLT-SNO(j) TO WS-CSV-FIELD
147330     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
147340     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
147350         "," DELIMITED BY SIZE
147360         INTO DELTA-RECORD
147370         WITH POINTER WS-CSV-PTR
147380     END-STRING
147390
147400     MOVE WS-DLT-NAME(j) TO WS-CSV-FIELD
147410     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
147420     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
147430         "," DELIMITED BY SIZE
147440         INTO DELTA-RECORD
147450         WITH POINTER WS-CSV-PTR
147460     END-STRING
147470
147480     MOVE WS-DLT-COURSE(j) TO WS-CSV-FIELD
147490     PERFORM 9920-TRIM-CSV-FIELD THRU 9920-EXIT
147500     STRING WS-CSV-FIELD(1:WS-CSV-LEN) DELIMITED BY SIZE
147510         "," DELIMITED BY SIZE
147520         INTO DELTA-RECORD
147530         WITH POINTER WS-CSV-PTR
147540     END-STRING
147550
147560     STRING WS-DLT-STATUS(j) DELIMITED BY SIZE
147570         "," DELIMITED BY SIZE
147580         WS-DLT-TERM(j) DELIMITED BY SIZE
147590         INTO DELTA-RECORD
147600         WITH POINTER WS-CSV-PTR
147610     END-STRING
147620
147630     WRITE DELTA-RECORD
147640     EVALUATE WS-DLT-ACTION(j)
147650         WHEN "ADD"
147660             ADD 1 TO WS-DLT-ADDS
147670         WHEN "EDIT"
147680             ADD 1 TO WS-DLT-EDITS
147690         WHEN "DELETE"
147700             ADD 1 TO WS-DLT-DELETES
147710         WHEN "STATUS"
147720             ADD 1 TO WS-DLT-STATUSES
147730     END-EVALUATE.
147740 9970-EXIT.
147750     EXIT.
147760
147770*----------------------------------------------------------------
147780*  9972-WRITE-DELTA-TRAILER - THE "T" CONTROL RECORD: TOTAL
147790*  LINES, THEN ADDS, EDITS, DELETES AND STATUS CHANGES, SO THE
147800*  REGISTRAR'S LOAD CAN PROVE IT READ THE WHOLE FILE.
147810*----------------------------------------------------------------
147820 9972-WRITE-DELTA-TRAILER.
147830     MOVE SPACES TO DELTA-RECORD
147840     MOVE WS-DELTA-COUNT  TO WS-DLT-TRAILER-CT
147850     MOVE 1 TO WS-CSV-PTR
147860     STRING "T," DELIMITED BY SIZE
147870         WS-DLT-TRAILER-CT DELIMITED BY SIZE
147880         INTO DELTA-RECORD
147890         WITH POINTER WS-CSV-PTR
147900     END-STRING
147910     MOVE WS-DLT-ADDS TO WS-DLT-TRAILER-CT
147920     STRING "," DELIMITED BY SIZE
147930         WS-DLT-TRAILER-CT DELIMITED BY SIZE
147940         INTO DELTA-RECORD
147950         WITH POINTER WS-CSV-PTR
147960     END-STRING
147970     MOVE WS-DLT-EDITS TO WS-DLT-TRAILER-CT
147980     STRING "," DELIMITED BY SIZE
147990         WS-DLT-TRAILER-CT DELIMITED BY SIZE
148000         INTO DELTA-RECORD
148010         WITH POINTER WS-CSV-PTR
148020     END-STRING
148030     MOVE WS-DLT-DELETES TO WS-DLT-TRAILER-CT
148040     STRING "," DELIMITED BY SIZE
148050         WS-DLT-TRAILER-CT DELIMITED BY SIZE
148060         INTO DELTA-RECORD
148070         WITH POINTER WS-CSV-PTR
148080     END-STRING
148090     MOVE WS-DLT-STATUSES TO WS-DLT-TRAILER-CT
148100     STRING "," DELIMITED BY SIZE
148110         WS-DLT-TRAILER-CT DELIMITED BY SIZE
148120         INTO DELTA-RECORD
148130         WITH POINTER WS-CSV-PTR
148140     END-STRING
148150     WRITE DELTA-RECORD.
148160 9972-EXIT.
148170     EXIT.
148180
148190 9975-SAVE-HIWATER.
148200     OPEN OUTPUT HIWATER-FILE
148210     IF WS-FS-HIWATER NOT = "00"
148220         DISPLAY "HIGH-WATER MARK COULD NOT BE SAVED, STATUS="
148230             WS-FS-HIWATER " - THE NEXT EXTRACT WILL REPEAT "
148240             "THIS WINDOW."
148250         GO TO 9975-EXIT
148260     END-IF
148270     MOVE WS-NEW-HWM-DATE TO HW-DATE
148280     MOVE WS-NEW-HWM-TIME TO HW-TIME
148290     WRITE HW-RECORD
148300     CLOSE HIWATER-FILE.
148310 9975-EXIT.
148320     EXIT.
148330
148340******************************************************************
148350*  9980-ARCHIVE-INQUIRY - MENU [19]. SEARCHES THE ROLLOVER       *
148360*  ARCHIVE THE WAY MENU [6] SEARCHES THE LIVE DIRECTORY: AN      *
148370*  EXACT STUDENT NUMBER OR A PARTIAL NAME/COURSE MATCH, SO THE   *
148380*  ALUMNI OFFICE'S "FIND THIS FORMER STUDENT" QUESTIONS ARE      *
148390*  ANSWERED AT THE TERMINAL INSTEAD OF BY BROWSING THE RAW       *
148400*  DATASET. A RE-ADMITTED ENTRY STILL SHOWS, FLAGGED.            *
148410******************************************************************
148420 9980-ARCHIVE-INQUIRY.
148430     DISPLAY "  ====SEARCH ALUMNI ARCHIVE===="
148440     DISPLAY "ENTER NUMBER, NAME OR COURSE (PARTIAL OK): "
148450         WITH NO ADVANCING
148460     ACCEPT SEARCHTEXT
148470
148480     MOVE 30 TO WS-SEARCH-LEN
148490     PERFORM 9010-TRIM-SEARCH-LEN THRU 9010-EXIT
148500         UNTIL WS-SEARCH-LEN = 0
148510         OR SEARCHTEXT(WS-SEARCH-LEN:1) NOT = SPACE
148520     IF WS-SEARCH-LEN = 0
148530         DISPLAY "NOTHING ENTERED."
148540         GO TO 9980-EXIT
148550     END-IF
148560
148570     OPEN INPUT ARCHIVE-FILE
148580     IF WS-FS-ARCHIVE NOT = "00"
148590         DISPLAY "NO ARCHIVE ON FILE (STATUS=" WS-FS-ARCHIVE
148600             ")."
148610         GO TO 9980-EXIT
148620     END-IF
148630     MOVE 0 TO WS-ARC-MATCHES
148640     MOVE "N" TO WS-ARC-EOF-SW
148650     PERFORM 9982-MATCH-ONE-ARCHIVE THRU 9982-EXIT
148660         UNTIL WS-ARC-EOF
148670     CLOSE ARCHIVE-FILE
148680     IF WS-ARC-MATCHES = 0
148690         DISPLAY "NO MATCHING ARCHIVED STUDENTS FOUND."
148700     END-IF.
148710 9980-EXIT.
148720     EXIT.
148730
148740 9982-MATCH-ONE-ARCHIVE.
148750     READ ARCHIVE-FILE NEXT RECORD
148760         AT END
148770             MOVE "Y" TO WS-ARC-EOF-SW
148780             GO TO 9982-EXIT
148790     END-READ
148800
148810     MOVE 0 TO WS-TEXT-HITS
148820     IF AR-SNO = SEARCHTEXT
148830         MOVE 1 TO WS-TEXT-HITS
148840     END-IF
148850     IF WS-TEXT-HITS = 0
148860         INSPECT AR-FULLNAME TALLYING WS-TEXT-HITS FOR ALL
148870             SEARCHTEXT(1:WS-SEARCH-LEN)
148880     END-IF
148890     IF WS-TEXT-HITS = 0
148900         INSPECT AR-COURSE TALLYING WS-TEXT-HITS FOR ALL
148910             SEARCHTEXT(1:WS-SEARCH-LEN)
148920     END-IF
148930     IF WS-TEXT-HITS = 0
148940         GO TO 9982-EXIT
148950     END-IF
148960
148970     ADD 1 TO WS-ARC-MATCHES
148980     DISPLAY "=================="
148990     DISPLAY "|" AR-SNO
149000     DISPLAY "|" AR-FULLNAME
149010     DISPLAY "|" AR-AGE
149020     DISPLAY "|" AR-COURSE
149030     DISPLAY "|" AR-MOBILE
149040     DISPLAY "|" AR-LANDLINE
149050     EVALUATE AR-STATUS
149060         WHEN "G"
149070             DISPLAY "|GRADUATED " AR-STATUS-TERM
149080         WHEN "W"
149090             DISPLAY "|WITHDRAWN " AR-STATUS-TERM
149100         WHEN OTHER
149110             DISPLAY "|" AR-STATUS " " AR-STATUS-TERM
149120     END-EVALUATE
149130     IF AR-READMITTED = "Y"
149140         DISPLAY "|SINCE RE-ADMITTED (HISTORY ONLY)"
149150     END-IF
149160     DISPLAY "==================".
149170 9982-EXIT.
149180     EXIT.
149190
149200******************************************************************
149210*  9985-ALUMNI-REPORT - GRADUATES BY TERM WITH PER-COURSE COUNTS *
149220*  (MENU [20] OR PARM='ALUMRPT', OPTIONALLY PARM='ALUMRPT        *
149230*  YYYYMM' FOR ONE TERM). TALLIES EVERY GRADUATED ("G") ARCHIVE  *
149240*  ENTRY BY TERM AND COURSE AND PRINTS THE COUNTS TO             *
149250*  REPORT-FILE WITH A GRAND TOTAL - THE ALUMNI OFFICE'S MONTHLY  *
149260*  "WHO GRADUATED IN TERM X" ANSWERED FROM THE ARCHIVE ITSELF.   *
149270******************************************************************
149280 9985-ALUMNI-REPORT.
149290*  AT THE MENU THE OPERATOR NAMES THE TERM (OR BLANKS IT FOR
149300*  EVERY TERM); UNATTENDED, THE PARM TAIL ALREADY DID.
149310     IF NOT WS-MODE-ALUMRPT
149320         DISPLAY "ENTER TERM (YYYYMM, BLANK FOR ALL): "
149330             WITH NO ADVANCING
149340         ACCEPT WS-ALUM-TERM
149350         IF WS-ALUM-TERM NOT = SPACES
149360                 AND WS-ALUM-TERM IS NOT NUMERIC
149370             DISPLAY "INVALID TERM - ENTER SIX DIGITS OR LEAVE "
149380                 "BLANK."
149390             GO TO 9985-EXIT
149400         END-IF
149410     END-IF
149420
149430     MOVE 1 TO WS-ALUM-COUNT
149440     MOVE SPACES TO WS-ALUM-KEY(1)
149450     MOVE 0 TO WS-AL-TALLY(1)
149460     MOVE 0 TO WS-ALUM-GRAND
149470
149480     OPEN INPUT ARCHIVE-FILE
149490     IF WS-FS-ARCHIVE NOT = "00"
149500         DISPLAY "NO ARCHIVE ON FILE (STATUS=" WS-FS-ARCHIVE
149510             ")."
149520         GO TO 9985-EXIT
149530     END-IF
149540     MOVE "N" TO WS-ARC-EOF-SW
149550     PERFORM 9986-TALLY-ONE-ALUM THRU 9986-EXIT
149560         UNTIL WS-ARC-EOF
149570     CLOSE ARCHIVE-FILE
149580
149590     IF WS-ALUM-GRAND = 0
149600         DISPLAY "NO GRADUATES ON THE ARCHIVE FOR THAT TERM."
149610         GO TO 9985-EXIT
149620     END-IF
149630
149640     OPEN OUTPUT REPORT-FILE
149650     IF WS-FS-REPORT NOT = "00"
149660         DISPLAY "REPORT FILE COULD NOT BE OPENED, STATUS="
149670             WS-FS-REPORT
149680         GO TO 9985-EXIT
149690     END-IF
149700     ACCEPT WS-RPT-DATE-RAW FROM DATE YYYYMMDD
149710     MOVE WS-RPT-DATE-RAW(1:4) TO WS-RPT-YYYY
149720     MOVE WS-RPT-DATE-RAW(5:2) TO WS-RPT-MM
149730     MOVE WS-RPT-DATE-RAW(7:2) TO WS-RPT-DD
149740     MOVE WS-RPT-RUN-DATE      TO ALM-H1-DATE
149750     IF WS-ALUM-TERM = SPACES
149760         MOVE "ALL" TO ALM-H1-TERM
149770     ELSE
149780         MOVE WS-ALUM-TERM TO ALM-H1-TERM
149790     END-IF
149800     MOVE 0 TO WS-RPT-PAGE-NO
149810     PERFORM 9988-ALUM-PAGE-HEADING THRU 9988-EXIT
149820     PERFORM 9987-PRINT-ONE-ALUM THRU 9987-EXIT
149830         VARYING q FROM 1 BY 1 UNTIL q > WS-ALUM-COUNT
149840     MOVE WS-ALUM-GRAND TO ALM-TOT-TALLY
149850     WRITE RPT-PRINT-LINE FROM ALM-TOTAL-LINE
149860         AFTER ADVANCING 2 LINES
149870     CLOSE REPORT-FILE
149880     DISPLAY "GRADUATES-BY-TERM REPORT WRITTEN TO STUREPT.".
149890 9985-EXIT.
149900     EXIT.
149910
149920 9986-TALLY-ONE-ALUM.
149930     READ ARCHIVE-FILE NEXT RECORD
149940         AT END
149950             MOVE "Y" TO WS-ARC-EOF-SW
149960             GO TO 9986-EXIT
149970     END-READ
149980     IF AR-STATUS NOT = "G"
149990         GO TO 9986-EXIT
150000     END-IF
150010     IF WS-ALUM-TERM NOT = SPACES
150020             AND AR-STATUS-TERM NOT = WS-ALUM-TERM
150030         GO TO 9986-EXIT
150040     END-IF
150050
150060     ADD 1 TO WS-ALUM-GRAND
150070     MOVE AR-STATUS-TERM TO WS-ALK-TERM
150080     MOVE AR-COURSE      TO WS-ALK-COURSE
150090     SET q TO 1
150100     SEARCH WS-ALUM-ENTRY VARYING q
150110         AT END
150120             IF q > WS-MAX-ALUM-GROUPS
150130                 DISPLAY "TOO MANY TERM/COURSE GROUPS - "
150140                     WS-ALK-COURSE " COUNTED IN THE GRAND "
150150                     "TOTAL ONLY."
150160                 GO TO 9986-EXIT
150170             END-IF
150180             MOVE q TO WS-ALUM-COUNT
150190             MOVE WS-ALUM-KEY-TEST TO WS-ALUM-KEY(q)
150200             MOVE 1 TO WS-AL-TALLY(q)
150210         WHEN WS-ALUM-KEY(q) = WS-ALUM-KEY-TEST
150220             ADD 1 TO WS-AL-TALLY(q)
150230     END-SEARCH.
150240 9986-EXIT.
150250     EXIT.
150260
150270 9987-PRINT-ONE-ALUM.
150280     IF WS-ALUM-KEY(q) = SPACES
150290         GO TO 9987-EXIT
150300     END-IF
150310     MOVE WS-AL-TERM(q)   TO ALM-DET-TERM
150320     MOVE WS-AL-COURSE(q) TO ALM-DET-COURSE
150330     MOVE WS-AL-TALLY(q)  TO ALM-DET-TALLY
150340     WRITE RPT-PRINT-LINE FROM ALM-DETAIL-LINE
150350         AFTER ADVANCING 1 LINE
150360     ADD 1 TO WS-RPT-LINE-COUNT
150370     IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
150380         PERFORM 9988-ALUM-PAGE-HEADING THRU 9988-EXIT
150390     END-IF.
150400 9987-EXIT.
150410     EXIT.
150420
150430 9988-ALUM-PAGE-HEADING.
150440     ADD 1 TO WS-RPT-PAGE-NO
150450     MOVE WS-RPT-PAGE-NO TO ALM-H1-PAGE
150460     WRITE RPT-PRINT-LINE FROM ALM-HEADING-1
150470         AFTER ADVANCING PAGE
150480     WRITE RPT-PRINT-LINE FROM ALM-HEADING-2
150490         AFTER ADVANCING 2 LINES
150500     MOVE 3 TO WS-RPT-LINE-COUNT.
150510 9988-EXIT.
150520     EXIT.
