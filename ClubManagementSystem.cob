               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****FILE FOR ARCHIVED (DELETED) MEMBERS. OPTIONAL: THE ONLINE
      ****INTAKE READS IT BEFORE THE FIRST MEMBER IS EVER DELETED.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'ARCHIVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****FILE FOR HEALTH DECLARATION ANSWERS (INTAKE LIABILITY TRAIL).
      ****OPTIONAL: THE INCIDENT LOG READS IT BEFORE ANY DECLARATION
      ****MAY HAVE BEEN TAKEN.
           SELECT OPTIONAL HEALTH-FILE ASSIGN TO 'HEALTHFILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****CLASS ROLL CALL: ONE LINE PER BOOKED MEMBER PER SESSION
      ****HELD, MARKED PRESENT OR ABSENT BY THE INSTRUCTOR. WRITTEN
      ****WITH THE SESSION'S TAUGHT-LOG LINE. OPTIONAL: CREATED ON
      ****THE FIRST ROLL CALL.
           SELECT OPTIONAL CLASS-ATT-FILE ASSIGN TO 'CLASSATT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SPOOLED OUTPUT FOR THE CLASS NO-SHOW / FILL-RATE REPORTS
           SELECT CLASS-RPT-FILE ASSIGN TO 'CLASSRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****LOCKER MASTER: ONE LINE PER PHYSICAL LOCKER WITH ITS SIZE,
      ****MONTHLY RATE, STATUS AND (WHEN RENTED) THE HOLDER AND
      ****RENTAL EXPIRY, REPLACING THE PAPER NOTEBOOK AT THE DESK.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****LOG OF REFUNDS AND VOIDS: WHAT WAS PAID BACK, AGAINST WHICH
      ****ORIGINAL PAYMENT, WHY, AND WHICH SUPERVISOR APPROVED IT.
           SELECT OPTIONAL REFUND-FILE ASSIGN TO 'REFUNDS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SPOOLED OUTPUT FOR THE MONTHLY PROGRAM FEE BILLING REGISTER
           SELECT BILL-RPT-FILE ASSIGN TO 'BILLRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****STOCK MOVEMENT LOG: ONE LINE PER SALE, DELIVERY OR COUNT
      ****ADJUSTMENT OF A STOCKED CHARGE CODE. OPTIONAL: CREATED ON
      ****THE FIRST MOVEMENT.
           SELECT OPTIONAL STOCKMOV-FILE ASSIGN TO 'STOCKMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SPOOLED OUTPUT FOR THE LOW-STOCK AND STOCK VALUATION REPORTS
           SELECT STOCK-RPT-FILE ASSIGN TO 'STOCKRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****FAMILY / CORPORATE GROUP ACCOUNTS: ONE LINE PER MEMBER ID
      ****LINKED UNDER A BILL PAYER. OPTIONAL: CREATED WHEN THE FIRST
      ****GROUP IS SET UP.
           SELECT OPTIONAL GROUP-FILE ASSIGN TO 'GROUPS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****WORK FILE FOR REWRITING THE GROUP FILE ON REMOVE/FLAG
           SELECT GROUP-TEMP ASSIGN TO 'GROUPTMP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SPOOLED OUTPUT FOR THE CONSOLIDATED GROUP STATEMENT
           SELECT GROUP-STMT-FILE ASSIGN TO 'GROUPSTM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****PREPAID PT PACKAGE ENTITLEMENTS: ONE LINE PER PACKAGE SOLD,
      ****KEYED BY MEMBER ID. OPTIONAL: CREATED ON THE FIRST SALE.
           SELECT OPTIONAL PTPACK-FILE ASSIGN TO 'PTPACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****WORK FILE FOR REWRITING THE PT PACKAGE FILE ON REDEMPTION
           SELECT PTPACK-TEMP ASSIGN TO 'PTPKTEMP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****LOG OF PT SESSIONS REDEEMED AND THE INSTRUCTOR WHO GAVE THEM
           SELECT OPTIONAL PTREDEEM-FILE ASSIGN TO 'PTREDEEM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SPOOLED OUTPUT FOR THE PT PACKAGE EXPIRY / LIABILITY REPORT
           SELECT PTPACK-RPT-FILE ASSIGN TO 'PTPKRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****APPLICATIONS TAKEN ON THE WEBSITE, DROPPED HERE FOR THE
      ****BATCH INTAKE. OPTIONAL: NO FILE MEANS NOTHING TO LOAD.
           SELECT OPTIONAL APPLICATION-FILE ASSIGN TO 'ONLINEAPP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SPOOLED OUTPUT FOR THE ONLINE INTAKE ACCEPTED/REJECTED REPORT
           SELECT INTAKE-RPT-FILE ASSIGN TO 'INTAKRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****CLOSED-YEAR HISTORY FOR THE APPEND-ONLY LOGS. THE YEAR-END
      ****ROLLOVER MOVES EVERY LINE DATED IN A CLOSED YEAR OFF THE
      ****LIVE LOG ONTO THE END OF ITS HISTORY FILE, BYTE FOR BYTE,
      ****SO EACH HISTORY LINE STILL CARRIES ITS OWN DATE. OPTIONAL:
      ****CREATED BY THE FIRST ROLLOVER.
           SELECT OPTIONAL ATT-HIST-FILE ASSIGN TO 'ATTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT OPTIONAL PAY-HIST-FILE ASSIGN TO 'PAYHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT OPTIONAL AUD-HIST-FILE ASSIGN TO 'AUDHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT OPTIONAL LEDG-HIST-FILE ASSIGN TO 'LEDGHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT OPTIONAL GUEST-HIST-FILE ASSIGN TO 'GSTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT OPTIONAL TAUGHT-HIST-FILE ASSIGN TO 'TLHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****WORK FILES FOR THE YEAR-END ROLLOVER: THE CLOSED-YEAR LINES,
      ****THE KEPT LINES, AND THE COMPLETE NEW IMAGES OF THE LIVE LOG
      ****AND ITS HISTORY FILE, PLUS THE ID-SORTED CLOSED LEDGER THE
      ****OPENING BALANCES ARE TOTALLED FROM.
           SELECT YE-CLOSED-TEMP ASSIGN TO 'YECLOSED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT YE-KEEP-TEMP ASSIGN TO 'YEKEEP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT YE-LIVE-TEMP ASSIGN TO 'YELIVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT YE-HIST-TEMP ASSIGN TO 'YEHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT YE-SORT-WORK ASSIGN TO 'YESORTWK.TXT'.

           SELECT YE-SORTED-LEDGER ASSIGN TO 'YESORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SPOOLED OUTPUT FOR THE YEAR-END ROLLOVER CONTROL REPORT
           SELECT YE-RPT-FILE ASSIGN TO 'YEARENDR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****INCIDENT / INJURY LOG: ONE LINE PER INCIDENT ON THE FLOOR
      ****OR IN A CLASS, AND ONE LINE PER MEDICAL CLEARANCE THAT LIFTS
      ****A MEDICAL HOLD. KEPT WHOLE FOR THE INSURER - THE YEAR-END
      ****ROLLOVER DOES NOT TOUCH IT. OPTIONAL: CREATED ON THE FIRST
      ****INCIDENT LOGGED.
           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO 'INCIDENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SORT WORK AND SORTED COPY OF THE INCIDENT LOG FOR THE
      ****MONTHLY REPORT (PROGRAM, INSTRUCTOR, DATE/TIME ORDER)
           SELECT INC-SORT-WORK ASSIGN TO 'INCSRTWK.TXT'.

           SELECT INC-SORTED-FILE ASSIGN TO 'INCSRTD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

      ****SPOOLED OUTPUT FOR THE MONTHLY INCIDENT REPORT
           SELECT INCIDENT-RPT-FILE ASSIGN TO 'INCIDRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
               03  EMERGENCY-CONT-NUM        PIC 9(11).
      ***** EXPLICIT LIFECYCLE STATUS. SPACES ON A RECORD WRITTEN
      ***** BEFORE THE FIELD EXISTED READS AS ACTIVE. HOLD-START-DATE
      ***** IS SPACES EXCEPT WHILE THE MEMBER IS ON-HOLD. PENDING IS
      ***** AN ONLINE APPLICANT WHOSE FEE THE DESK HAS NOT YET TAKEN.
      ***** MED-HOLD IS A HOLD PLACED FROM THE INCIDENT LOG AFTER AN
      ***** INJURY; IT COUNTS AS ON-HOLD EVERYWHERE, BUT ONLY A
      ***** RECORDED MEDICAL CLEARANCE LIFTS IT.
           02  MEMBER-STATUS       PIC X(09).
               88  MEMBER-ACTIVE       VALUE 'ACTIVE'.
               88  MEMBER-ON-HOLD      VALUE 'ON-HOLD' 'MED-HOLD'.
               88  MEMBER-MEDICAL-HOLD VALUE 'MED-HOLD'.
               88  MEMBER-EXPIRED      VALUE 'EXPIRED'.
               88  MEMBER-CANCELLED    VALUE 'CANCELLED'.
               88  MEMBER-PENDING      VALUE 'PENDING'.
           02  HOLD-START-DATE.
               03  HOLD-MONTH      PIC 9(02).
               03  FILLER          PIC X(01).
      ***** STILL COUNTS AS USED); NOTHING STAMPS IT ANY MORE, SO
      ***** PAYMENT-FILE IS NEVER REWRITTEN AT THE GATE.
           02  PAY-PASS-USED-FLAG  PIC X(01).
      ***** 'R' MARKS A REFUND LINE (MONEY PAID BACK OUT OF THE
      ***** DRAWER; EVERY READER COUNTS IT AS A MINUS). 'V' MARKS THE
      ***** ORIGINAL LINE THAT REFUND REVERSED, SO THE SAME PAYMENT
      ***** CANNOT BE REFUNDED TWICE. SPACE ON AN ORDINARY PAYMENT.
           02  PAY-REVERSAL-FLAG   PIC X(01).
      ***** WHAT WAS SOLD, SO A REFUND CAN REVERSE THE RIGHT TALLY
      ***** BUCKET AND PUT BACK THE RIGHT STOCK OR PT PACKAGE:
      ***** PAY-MEMTYPE IS THE TIER BOUGHT ON A MEMBERSHIP OR RENEWAL
      ***** FEE LINE, PAY-CHARGE-CODE THE CHARGE CODE RUNG ON A POINT
      ***** OF SALE LINE. BOTH ARE SPACES ON EVERY OTHER LINE (AND ON
      ***** LINES WRITTEN BEFORE THE FIELDS EXISTED).
           02  PAY-MEMTYPE         PIC X(06).
           02  PAY-CHARGE-CODE     PIC X(03).

      ******************************************************************
      *               FILE FOR THE MEMBER ACCOUNT LEDGER               *
      ******************************************************************

      ***** PRICES ARE WHOLE PESOS, THE SAME AS THE MEMBERSHIP FEES.
      ***** CC-STOCK-FLAG 'M' MARKS STOCKED MERCHANDISE; 'S' (OR A
      ***** BLANK, ON LINES WRITTEN BEFORE STOCK WAS KEPT) MARKS A
      ***** SERVICE SUCH AS A DAY PASS OR PT SESSION, WHICH CARRIES
      ***** NO QUANTITY; 'P' MARKS A PREPAID PT PACKAGE OF
      ***** CC-PKG-SESSIONS SESSIONS GOOD FOR CC-PKG-MONTHS MONTHS.
       FD  CHARGE-FILE.
       01  CHARGE-REC.
           02  CC-CODE             PIC 9(03).
           02  CC-DESC             PIC X(20).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  CC-PRICE            PIC 9(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  CC-STOCK-FLAG       PIC X(01).
               88  CC-STOCKED              VALUE 'M'.
               88  CC-PT-PACKAGE           VALUE 'P'.
           02  FILLER              PIC X(02) VALUE SPACES.
           02  CC-QTY-ON-HAND      PIC 9(05).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  CC-REORDER-POINT    PIC 9(05).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  CC-UNIT-COST        PIC 9(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  CC-PKG-SESSIONS     PIC 9(03).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  CC-PKG-MONTHS       PIC 9(02).

      ******************************************************************
      *     MEMBERSHIP PRICE TABLE / DISCOUNT CODE FILES               *
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TL-SUB-FLAG         PIC X(01).

      ***** CA-MARK IS 'P' (PRESENT) OR 'A' (ABSENT). CA-INS-ID IS
      ***** WHOEVER TOOK THE CLASS, AS ON THE TAUGHT LOG.
       FD  CLASS-ATT-FILE.
       01  CLASS-ATT-REC.
           02  CA-DATE.
               03  CA-MONTH        PIC 9(02).
               03  FILLER          PIC X(01).
               03  CA-DAY-NUM      PIC 9(02).
               03  FILLER          PIC X(01).
               03  CA-YEAR         PIC 9(04).
           02  FILLER              PIC X(02).
           02  CA-PROG-CODE        PIC 9(04).
           02  FILLER              PIC X(02).
           02  CA-DAY              PIC X(03).
           02  FILLER              PIC X(02).
           02  CA-TIME             PIC 9(04).
           02  FILLER              PIC X(02).
           02  CA-ID-NUMBER        PIC 9(06).
           02  FILLER              PIC X(02).
           02  CA-MEMBER-NAME      PIC X(25).
           02  FILLER              PIC X(02).
           02  CA-MARK             PIC X(01).
           02  FILLER              PIC X(02).
           02  CA-INS-ID           PIC 9(04).

       FD  CLASS-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLASS-RPT-REC               PIC X(80).

      ******************************************************************
      *        LOCKER MASTER / RENTAL ASSIGNMENT FILES                 *
      ******************************************************************
      *        FILES FOR THE DAILY CASH CLOSE-OUT (Z-REPORT)           *
      ******************************************************************

      ***** PAY-TEMP MIRRORS PAYMENT-REC BYTE FOR BYTE (56 CHARACTERS:
      ***** ID 6, DATE 10, DESC 20, AMOUNT 8, CLOSED FLAG 1, PASS
      ***** USED FLAG 1, REVERSAL FLAG 1, MEMTYPE 6, CHARGE CODE 3).
       FD  PAY-TEMP.
       01  PAY-TEMP-REC            PIC X(56).

       FD  ZREPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           02  STF-NAME            PIC X(25).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  STF-ACCESS-CODE     PIC X(08).
           02  FILLER              PIC X(02) VALUE SPACES.
      ***** 'S' = SUPERVISOR, WHO MAY APPROVE REFUNDS AND VOIDS.
           02  STF-ROLE            PIC X(01).
               88  STF-SUPERVISOR          VALUE 'S'.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
      ***** RIDE ALONG SO A BACK-OUT CAN PUT THE MEMBER RECORD BACK
      ***** EXACTLY AS IT WAS (A BK-LEDGER MARK INHERITS THEM, WHICH
      ***** IS ALSO HOW RECOVERY TELLS A RENEWAL'S LEDGER STRIP FROM
      ***** A SIGN-UP'S). A YE-* MARK (YE-ATTEND, YE-PAYFILE, YE-AUDIT,
      ***** YE-LEDGER, YE-GUEST, YE-TAUGHT, YE-ARCHIVE) NAMES THE FILE
      ***** WHOSE YEAR-END ROLLOVER COPY-BACK IS IN FLIGHT. A
      ***** MEMBERSHIP TYPE CHANGE IS TYPE-CHG1 UNTIL ITS LEDGER LINE
      ***** IS ON FILE, TYPE-CHG2 WHILE ITS TALLY AND AUDIT LINES
      ***** POST; IT CARRIES THE PRE-CHANGE EXPIRY AND STATUS LIKE A
      ***** RENEWAL, THE PRE-CHANGE TYPE IN TX-OLD-TYPE, AND THE TWO
      ***** TALLY AMOUNTS (OLD TYPE REVERSED, NEW TYPE SOLD). A REFUND
      ***** (REFUND1, REFUND2) CARRIES ITS DETAILS IN THE TX-RF-*
      ***** FIELDS - ORIGINAL DATE, DESCRIPTION, AMOUNTS, CHARGE CODE,
      ***** TIER, REASON, WHO APPROVED AND POSTED IT, AND A VOIDED
      ***** STOCK ITEM'S ON-HAND COUNT BEFORE IT WENT BACK - SO
      ***** RECOVERY CAN FINISH IT FORWARD. AN ONLINE APPLICATION'S
      ***** ACTIVATION (ACTIVATE) CARRIES STATUS PENDING IN
      ***** TX-OLD-STATUS AND THE SLSFILE.TXT LINE COUNT BEFORE ITS
      ***** TALLY LINE IN TX-OLD-VALUE.
       FD  TXN-FILE.
       01  TXN-REC.
           02  TX-TRANS-TYPE       PIC X(10).
           02  TX-OLD-EXPIRE       PIC X(10).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-OLD-STATUS       PIC X(09).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-OLD-TYPE         PIC X(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-OLD-VALUE        PIC 9(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-NEW-VALUE        PIC 9(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-ORIG-DATE     PIC X(10).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-DESC          PIC X(20).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-AMOUNT        PIC 9(06)V99.
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-ORIG-AMOUNT   PIC 9(06)V99.
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-CHARGE        PIC X(03).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-MEMTYPE       PIC X(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-REASON        PIC 9(01).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-SUPV-ID       PIC 9(04).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-STAFF-ID      PIC 9(04).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  TX-RF-ONHAND        PIC 9(05).

      ******************************************************************
      *      WORK FILES FOR PROGRAM WITHDRAWAL / TRANSFER REWRITES     *
           RECORD CONTAINS 80 CHARACTERS.
       01  PROGRAM-RPT-REC             PIC X(80).

      ******************************************************************
      *                FILE FOR REFUNDS AND VOIDS                      *
      ******************************************************************

       FD  REFUND-FILE.
       01  REFUND-REC.
           02  RF-DATE             PIC X(10).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RF-ID-NUMBER        PIC 9(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RF-ORIG-DATE        PIC X(10).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RF-DESC             PIC X(20).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RF-AMOUNT           PIC 9(06)V99.
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RF-REASON-CODE      PIC 9(01).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RF-REASON-DESC      PIC X(20).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RF-SUPV-ID          PIC 9(04).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RF-STAFF-ID         PIC 9(04).

      ******************************************************************
      *      SPOOLED PRINT FILE FOR THE PROGRAM FEE BILLING RUN        *
      ******************************************************************

       FD  BILL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BILL-RPT-REC                PIC X(80).

      ******************************************************************
      *      STOCK MOVEMENT LOG AND STOCK REPORT PRINT FILE            *
      ******************************************************************

      ***** SM-QTY IS SIGNED: DELIVERIES ARE POSITIVE, SALES NEGATIVE,
      ***** COUNT ADJUSTMENTS EITHER WAY.
       FD  STOCKMOV-FILE.
       01  STOCKMOV-REC.
           02  SM-DATE.
               03  SM-MONTH        PIC 9(02).
               03  FILLER          PIC X(01).
               03  SM-DAY          PIC 9(02).
               03  FILLER          PIC X(01).
               03  SM-YEAR         PIC 9(04).
           02  FILLER              PIC X(02).
           02  SM-CODE             PIC 9(03).
           02  FILLER              PIC X(02).
           02  SM-TYPE             PIC X(07).
           02  FILLER              PIC X(02).
           02  SM-QTY              PIC S9(05) SIGN LEADING SEPARATE.
           02  FILLER              PIC X(02).
           02  SM-UNIT-COST        PIC 9(06).
           02  FILLER              PIC X(02).
           02  SM-REASON           PIC X(20).
           02  FILLER              PIC X(02).
           02  SM-STAFF-ID         PIC 9(04).

       FD  STOCK-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STOCK-RPT-REC               PIC X(80).

      ******************************************************************
      *      GROUP ACCOUNT FILES AND GROUP STATEMENT PRINT FILE        *
      ******************************************************************

      ***** GA-TYPE IS FAMILY OR CORPORATE; GA-DISC-CODE IS A CODE
      ***** FROM DISCOUNT.TXT OR SPACES. GA-LINK-STATUS IS ACTIVE, OR
      ***** FOLLOWUP ONCE THE BILL PAYER HAS BEEN CANCELLED OR DELETED.
       FD  GROUP-FILE.
       01  GROUP-REC.
           02  GA-PAYER-ID         PIC 9(06).
           02  FILLER              PIC X(02).
           02  GA-MEMBER-ID        PIC 9(06).
           02  FILLER              PIC X(02).
           02  GA-TYPE             PIC X(09).
           02  FILLER              PIC X(02).
           02  GA-DISC-CODE        PIC X(08).
           02  FILLER              PIC X(02).
           02  GA-NAME             PIC X(20).
           02  FILLER              PIC X(02).
           02  GA-LINK-STATUS      PIC X(08).

      ***** GROUP-TEMP MIRRORS GROUP-REC BYTE FOR BYTE (67
      ***** CHARACTERS).
       FD  GROUP-TEMP.
       01  GROUP-TEMP-REC          PIC X(67).

       FD  GROUP-STMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GROUP-STMT-REC              PIC X(80).

      ******************************************************************
      *      PREPAID PT PACKAGE ENTITLEMENT / REDEMPTION FILES         *
      ******************************************************************

      ***** PTK-PRICE IS WHAT WAS PAID FOR THE WHOLE PACK (WHOLE
      ***** PESOS); EACH UNUSED SESSION IS WORTH ITS EQUAL SHARE.
       FD  PTPACK-FILE.
       01  PTPACK-REC.
           02  PTK-ID-NUMBER       PIC 9(06).
           02  FILLER              PIC X(02).
           02  PTK-CODE            PIC 9(03).
           02  FILLER              PIC X(02).
           02  PTK-DESC            PIC X(20).
           02  FILLER              PIC X(02).
           02  PTK-PURCHASED       PIC 9(03).
           02  FILLER              PIC X(02).
           02  PTK-USED            PIC 9(03).
           02  FILLER              PIC X(02).
           02  PTK-BOUGHT-DATE     PIC X(10).
           02  FILLER              PIC X(02).
           02  PTK-EXPIRE-DATE     PIC X(10).
           02  FILLER              PIC X(02).
           02  PTK-PRICE           PIC 9(06).

      ***** PTPACK-TEMP MIRRORS PTPACK-REC BYTE FOR BYTE (75
      ***** CHARACTERS).
       FD  PTPACK-TEMP.
       01  PTPACK-TEMP-REC         PIC X(75).

       FD  PTREDEEM-FILE.
       01  PTREDEEM-REC.
           02  PTR-DATE            PIC X(10).
           02  FILLER              PIC X(02).
           02  PTR-HOUR            PIC 9(02).
           02  FILLER              PIC X(01).
           02  PTR-MINUTE          PIC 9(02).
           02  FILLER              PIC X(02).
           02  PTR-ID-NUMBER       PIC 9(06).
           02  FILLER              PIC X(02).
           02  PTR-CODE            PIC 9(03).
           02  FILLER              PIC X(02).
           02  PTR-BOUGHT-DATE     PIC X(10).
           02  FILLER              PIC X(02).
           02  PTR-INS-ID          PIC 9(04).
           02  FILLER              PIC X(02).
           02  PTR-INS-NAME        PIC X(25).
           02  FILLER              PIC X(02).
           02  PTR-STAFF-ID        PIC 9(04).

       FD  PTPACK-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PTPACK-RPT-REC              PIC X(80).

      ******************************************************************
      *          ONLINE APPLICATION INTAKE FILES                       *
      ******************************************************************

      ***** ONE LINE PER APPLICATION, LAID OUT BYTE FOR BYTE LIKE
      ***** MEMBER-RECORD AND FOLLOWED BY THE SIX HEALTH DECLARATION
      ***** ANSWERS (Y/N). THE ID, EXPIRY, STATUS AND HOLD DATE ARE
      ***** ASSIGNED BY THE INTAKE; WHATEVER THE WEBSITE PUT THERE IS
      ***** IGNORED. NUMERIC FIELDS ARE TAKEN AS TEXT SO A BAD ENTRY
      ***** CAN BE REJECTED INSTEAD OF ABENDING THE RUN.
       FD  APPLICATION-FILE.
       01  APPLICATION-REC.
           02  APP-ID-NUMBER           PIC X(06).
           02  APP-MEMBER-NAME         PIC X(25).
           02  APP-MEMBERSHIP-TYPE     PIC X(06).
           02  APP-MEMBER-AGE          PIC X(02).
           02  APP-MEMBER-SEX          PIC X(01).
           02  APP-MEMBER-CONT-NUM     PIC X(11).
           02  APP-MEMBER-ADDRESS      PIC X(70).
           02  APP-DATE-JOINED.
               03  APP-MONTH-JOINED    PIC X(02).
               03  FILLER              PIC X(01).
               03  APP-DAY-JOINED      PIC X(02).
               03  FILLER              PIC X(01).
               03  APP-YEAR-JOINED     PIC X(04).
           02  APP-DATE-EXPIRE         PIC X(10).
           02  APP-EMERGENCY-NAME      PIC X(25).
           02  APP-EMERGENCY-REL       PIC X(25).
           02  APP-EMERGENCY-CONT-NUM  PIC X(11).
           02  APP-MEMBER-STATUS       PIC X(09).
           02  APP-HOLD-START-DATE     PIC X(10).
           02  APP-HEALTH-ANSWERS.
               03  APP-HEART-COND      PIC X(01).
               03  APP-HYPERTENSION    PIC X(01).
               03  APP-ASTHMA-COND     PIC X(01).
               03  APP-LUNG-DISEASE    PIC X(01).
               03  APP-MALIGNANCY      PIC X(01).
               03  APP-SEVERE-ANEMIA   PIC X(01).

       FD  INTAKE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INTAKE-RPT-REC              PIC X(80).

      ******************************************************************
      *        CLOSED-YEAR HISTORY / YEAR-END ROLLOVER FILES           *
      ******************************************************************

      ***** EACH HISTORY RECORD IS THE LIVE LOG'S RECORD UNCHANGED;
      ***** A REPORT READS ONE INTO THE LIVE FD'S RECORD AREA AND
      ***** TALLIES IT WITH THE SAME PARAGRAPH AS A LIVE LINE.
       FD  ATT-HIST-FILE.
       01  ATT-HIST-REC                PIC X(52).

       FD  PAY-HIST-FILE.
       01  PAY-HIST-REC                PIC X(56).

       FD  AUD-HIST-FILE.
       01  AUD-HIST-REC                PIC X(43).

       FD  LEDG-HIST-FILE.
       01  LEDG-HIST-REC               PIC X(59).

       FD  GUEST-HIST-FILE.
       01  GUEST-HIST-REC              PIC X(44).

       FD  TAUGHT-HIST-FILE.
       01  TAUGHT-HIST-REC             PIC X(63).

      ***** THE WORK FILES ARE SIZED FOR THE WIDEST FILE ROLLED
      ***** (ARCHIVE-REC, 213 CHARACTERS).
       FD  YE-CLOSED-TEMP.
       01  YE-CLOSED-REC               PIC X(213).

       FD  YE-KEEP-TEMP.
       01  YE-KEEP-REC                 PIC X(213).

       FD  YE-LIVE-TEMP.
       01  YE-LIVE-REC                 PIC X(213).

       FD  YE-HIST-TEMP.
       01  YE-HIST-TEMP-REC            PIC X(213).

       SD  YE-SORT-WORK.
       01  YE-SORT-REC.
           02  YS-ID-NUMBER            PIC 9(06).
           02  FILLER                  PIC X(207).

      ***** THE CLOSED LEDGER LINES IN ID ORDER (LEDGER-REC LAYOUT).
       FD  YE-SORTED-LEDGER.
       01  YE-SORTED-REC.
           02  YL-ID-NUMBER            PIC 9(06).
           02  FILLER                  PIC X(14).
           02  YL-ENTRY-TYPE           PIC X(07).
           02  FILLER                  PIC X(24).
           02  YL-AMOUNT               PIC 9(06)V99.
           02  FILLER                  PIC X(154).

       FD  YE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  YE-RPT-REC                  PIC X(80).

      ******************************************************************
      *                   INCIDENT / INJURY LOG                        *
      ******************************************************************

      ***** INC-LINE-TYPE IS 'I' FOR AN INCIDENT, 'C' FOR THE MEDICAL
      ***** CLEARANCE THAT LIFTED THE HOLD PLACED BY INCIDENT
      ***** INC-NUMBER. INC-PARTY IS 'M' (MEMBER) OR 'G' (GUEST, ID
      ***** ZERO, NAME AS ON THE GUEST LOG). INC-PROG-CODE IS ZERO FOR
      ***** AN INCIDENT OUTSIDE A SCHEDULED CLASS; INC-INS-ID IS ZERO
      ***** WHEN NO INSTRUCTOR WAS ON DUTY.
       FD  INCIDENT-FILE.
       01  INCIDENT-REC.
           02  INC-NUMBER          PIC 9(05).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-LINE-TYPE       PIC X(01).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-DATE.
               03  INC-MONTH       PIC 9(02).
               03  FILLER          PIC X(01) VALUE '/'.
               03  INC-DAY         PIC 9(02).
               03  FILLER          PIC X(01) VALUE '/'.
               03  INC-YEAR        PIC 9(04).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-TIME.
               03  INC-HOUR        PIC 9(02).
               03  FILLER          PIC X(01) VALUE ':'.
               03  INC-MINUTE      PIC 9(02).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-PARTY           PIC X(01).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-ID-NUMBER       PIC 9(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-NAME            PIC X(25).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-LOCATION        PIC X(20).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-PROG-CODE       PIC 9(04).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-SCH-DAY         PIC X(03).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-SCH-TIME        PIC 9(04).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-INS-ID          PIC 9(04).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-INS-NAME        PIC X(25).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-INJURY          PIC X(60).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-ACTION          PIC X(60).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-EC-CALLED       PIC X(01).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  INC-MED-HOLD        PIC X(01).

      ***** INCIDENT-REC LAYOUT WITH THE REPORT'S SORT KEYS NAMED.
       SD  INC-SORT-WORK.
       01  INC-SORT-REC.
           02  FILLER                  PIC X(10).
           02  IS-MONTH                PIC 9(02).
           02  FILLER                  PIC X(01).
           02  IS-DAY                  PIC 9(02).
           02  FILLER                  PIC X(01).
           02  IS-YEAR                 PIC 9(04).
           02  FILLER                  PIC X(02).
           02  IS-TIME                 PIC X(05).
           02  FILLER                  PIC X(62).
           02  IS-PROG-CODE            PIC 9(04).
           02  FILLER                  PIC X(19).
           02  IS-INS-NAME             PIC X(25).
           02  FILLER                  PIC X(130).

       FD  INC-SORTED-FILE.
       01  INC-SORTED-REC              PIC X(267).

       FD  INCIDENT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INCIDENT-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      ********************** TEMPORARY VARIABLES ***********************
       01  TEMP-VARIABLES.
               03  CHANGE-EMERGENCY-CONT-NUM        PIC 9(11).

       01  MT-TOTALS-BR.
           05  MEMBERS-BR        PIC S9(04) VALUES ZEROES.
           05  PAYMENTS-BR       PIC S9(08)V99 VALUE ZEROES.

       01  MT-TOTALS-SL.
           05  MEMBERS-SL        PIC S9(04) VALUES ZEROES.
           05  PAYMENTS-SL       PIC S9(08)V99 VALUE ZEROES.

       01  MT-TOTALS-GD.
           05  MEMBERS-GD        PIC S9(04) VALUES ZEROES.
           05  PAYMENTS-GD       PIC S9(08)V99 VALUE ZEROES.

      ***** ANCILLARY (POINT-OF-SALE) REVENUE BUCKET: MEMBERS-OT IS A
      ***** SALE COUNT, NOT A MEMBER COUNT, SO IT FEEDS TOTAL-PAYMENTS
      ***** BUT NOT TOTAL-MEMBERS.
       01  MT-TOTALS-OT.
           05  MEMBERS-OT        PIC S9(04) VALUE ZEROES.
           05  PAYMENTS-OT       PIC S9(08)V99 VALUE ZEROES.

       01  MT-FINAL-TOTALS.
           05  TOTAL-MEMBERS       PIC S9(05) VALUE ZEROES.
           05  TOTAL-PAYMENTS      PIC S9(08)V99 VALUE ZEROES.

       01  PT-MEMBER-TOTALS.
           05  MEMBERS-ZU        PIC 9(03) VALUE ZEROES.

       01  PT-FINAL-TOTALS.
           05  PT-TOTAL-MEMBERS    PIC 9(03) VALUE ZEROES.
           05  PT-TOTAL-REVENUE    PIC S9(08)V99 VALUE ZEROES.

      ***** MAXIMUM HEADCOUNT PER CLASS (ROOM / EQUIPMENT CAPACITY)
       01  PROGRAM-CAPACITY-LIMITS.
       01  MT-SALES-LINE-BR.
           05  MEMTYPE-NAME-BR       PIC X(06) VALUE 'BRONZE'.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  PRN-MEMBERS-BR        PIC ---9.
           05  FILLER                PIC X(13) VALUE SPACES.
           05  PRN-FEE-BR            PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  PRN-PAYMENTS-BR       PIC --,---,--9.99.

       01  MT-SALES-LINE-SL.
           05  MEMTYPE-NAME-SL       PIC X(06) VALUE 'SILVER'.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  PRN-MEMBERS-SL        PIC ---9.
           05  FILLER                PIC X(13) VALUE SPACES.
           05  PRN-FEE-SL            PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  PRN-PAYMENTS-SL       PIC --,---,--9.99.

       01  MT-SALES-LINE-GD.
           05  MEMTYPE-NAME-GD       PIC X(06) VALUE 'GOLD'.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  PRN-MEMBERS-GD        PIC ---9.
           05  FILLER                PIC X(13) VALUE SPACES.
           05  PRN-FEE-GD            PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  PRN-PAYMENTS-GD       PIC --,---,--9.99.

       01  MT-SALES-LINE-OT.
           05  MEMTYPE-NAME-OT       PIC X(06) VALUE 'OTHERS'.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  PRN-MEMBERS-OT        PIC ---9.
           05  FILLER                PIC X(13) VALUE SPACES.
           05  PRN-FEE-OT            PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  PRN-PAYMENTS-OT       PIC --,---,--9.99.

       01  MT-TOTAL-SALES-LINE.
           05  FILLER                    PIC X(06) VALUE 'TOTALS'.
           05  FILLER                    PIC X(16) VALUE SPACES.
           05  PRN-TOTAL-MEMBERS         PIC ----9.
           05  FILLER                    PIC X(26) VALUE SPACES.
           05  PRN-TOTAL-PAYMENTS        PIC --,---,--9.99.

      ************************ PROGRAM REPORT ***************************
       01  PT-HEADING-LINE-1.
           05  FILLER              PIC X(34) VALUE SPACES.
           05  PRN-MEMBERS-ZU      PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRN-REVENUE-ZU      PIC --,---,--9.99.

       01  PT-TYPE-LINE-2.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE SPACES.
           05  PRN-MEMBERS-BC      PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRN-REVENUE-BC      PIC --,---,--9.99.

       01  PT-TYPE-LINE-3.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(26) VALUE SPACES.
           05  PRN-MEMBERS-BB      PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRN-REVENUE-BB      PIC --,---,--9.99.

       01  PT-TYPE-LINE-4.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(33) VALUE SPACES.
           05  PRN-MEMBERS-BX      PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRN-REVENUE-BX      PIC --,---,--9.99.

       01  PT-GRAND-TOTALS.
           05 FILLER               PIC X(06) VALUE 'TOTALS'.
           05 FILLER               PIC X(52) VALUE SPACES.
           05 PRN-PT-TOTAL-MEMBERS PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PRN-PT-TOTAL-REVENUE PIC --,---,--9.99.

      ********************** RENEWAL-DUE REPORT *************************
       01  RD-HEADING-LINE-1.
               10  WS-CC-CODE          PIC 9(03).
               10  WS-CC-DESC          PIC X(20).
               10  WS-CC-PRICE         PIC 9(06).
               10  WS-CC-STOCK-FLAG    PIC X(01).
               10  WS-CC-QTY           PIC 9(05).
               10  WS-CC-REORDER       PIC 9(05).
               10  WS-CC-COST          PIC 9(06).
               10  WS-CC-PKG-SESSIONS  PIC 9(03).
               10  WS-CC-PKG-MONTHS    PIC 9(02).
           05  WS-NEW-CODE             PIC 9(03).
           05  WS-NEW-DESC             PIC X(20).
           05  WS-NEW-PRICE            PIC 9(06).
           05  WS-NEW-STOCK-FLAG       PIC X(01).
           05  WS-NEW-QTY              PIC 9(05).
           05  WS-NEW-REORDER          PIC 9(05).
           05  WS-NEW-COST             PIC 9(06).
           05  WS-NEW-PKG-SESSIONS     PIC 9(03).
           05  WS-NEW-PKG-MONTHS       PIC 9(02).
           05  WS-CC-EDIT-MODE         PIC 9(01).
           05  WS-CC-SKIP-SUB          PIC 9(02).
           05  WS-CC-WRITE-SUB         PIC 9(02).
           05  WS-CL-DESC          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-PRICE         PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-STOCK-FLAG    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-QTY           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-REORDER       PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-COST          PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-PKG-SESSIONS  PIC 9(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CL-PKG-MONTHS    PIC 9(02).

       01  CC-LIST-HEADING-LINE.
           05  FILLER         PIC X(04) VALUE 'CODE'.
           05  FILLER         PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'PRICE'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'ON HAND'.

       01  CC-LIST-DETAIL-LINE.
           05  CCL-CODE       PIC 9(03).
           05  CCL-DESC       PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CCL-PRICE      PIC ZZZ,ZZ9.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  CCL-ON-HAND    PIC X(05).

      ******************* STOCK CONTROL (MERCHANDISE) ******************
       01  WS-STOCK-WORK.
           05  WS-STK-MODE             PIC 9(01).
           05  WS-STK-KIND             PIC 9(01).
           05  WS-STK-QTY-IN           PIC 9(05).
           05  WS-STK-COUNT-IN         PIC 9(05).
           05  WS-STK-COST-IN          PIC 9(06).
           05  WS-STK-ADJ              PIC S9(05).
           05  WS-STK-ADJ-SHOW         PIC -(5)9.
           05  WS-STK-QTY-SHOW         PIC ZZZZ9.
           05  WS-STK-REASON           PIC 9(01).
           05  WS-STK-REASON-DESC      PIC X(20).
           05  WS-STK-LISTED           PIC 9(03).
           05  WS-SV-MONTH             PIC 9(02).
           05  WS-SV-YEAR              PIC 9(04).
           05  WS-SV-PERIOD            PIC 9(06).
           05  WS-SV-MOV-PERIOD        PIC 9(06).
           05  WS-SV-OPEN              PIC S9(06).
           05  WS-SV-CLOSE             PIC S9(06).
           05  WS-SV-VALUE             PIC S9(10).
           05  WS-SV-TOTAL-VALUE       PIC S9(10).
      ***** ONE ENTRY PER CHARGE-TABLE SLOT (SAME SUBSCRIPT).
           05  WS-SV-TABLE OCCURS 50 TIMES.
               10  WS-SV-RECV          PIC S9(06).
               10  WS-SV-SOLD          PIC S9(06).
               10  WS-SV-ADJ           PIC S9(06).
               10  WS-SV-AFTER         PIC S9(06).

       01  WS-STOCKMOV-LINE.
           05  WS-SM-DATE.
               10  WS-SM-MONTH         PIC 9(02).
               10  FILLER              PIC X(01) VALUE '/'.
               10  WS-SM-DAY           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '/'.
               10  WS-SM-YEAR          PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SM-CODE              PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SM-TYPE              PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SM-QTY               PIC S9(05) SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SM-UNIT-COST         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SM-REASON            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SM-STAFF-ID          PIC 9(04).

       01  SK-LOW-HEADING-LINE.
           05  FILLER         PIC X(04) VALUE 'CODE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'ON HAND'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'REORDER POINT'.

       01  SK-LOW-DETAIL-LINE.
           05  SKL-CODE       PIC 9(03).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  SKL-DESC       PIC X(20).
           05  FILLER         PIC X(06) VALUE SPACES.
           05  SKL-ON-HAND    PIC ZZZZ9.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  SKL-REORDER    PIC ZZZZ9.

       01  SK-VAL-HEADING-LINE-1.
           05  FILLER         PIC X(18) VALUE SPACES.
           05  FILLER         PIC X(25)
                              VALUE 'STOCK VALUATION FOR MONTH'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  SK-HDR-MONTH   PIC 9(02).
           05  FILLER         PIC X(01) VALUE '/'.
           05  SK-HDR-YEAR    PIC 9(04).

       01  SK-VAL-COLUMN-LINE.
           05  FILLER         PIC X(04) VALUE 'CODE'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(06) VALUE '  OPEN'.
           05  FILLER         PIC X(06) VALUE '  RECV'.
           05  FILLER         PIC X(06) VALUE '  SOLD'.
           05  FILLER         PIC X(06) VALUE '   ADJ'.
           05  FILLER         PIC X(06) VALUE ' CLOSE'.
           05  FILLER         PIC X(08) VALUE '    COST'.
           05  FILLER         PIC X(13) VALUE '        VALUE'.

       01  SK-VAL-DETAIL-LINE.
           05  SKV-CODE       PIC 9(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SKV-DESC       PIC X(16).
           05  SKV-OPEN       PIC -----9.
           05  SKV-RECV       PIC -----9.
           05  SKV-SOLD       PIC -----9.
           05  SKV-ADJ        PIC -----9.
           05  SKV-CLOSE      PIC -----9.
           05  SKV-COST       PIC ZZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  SKV-VALUE      PIC ---,---,--9.

       01  SK-VAL-TOTAL-LINE.
           05  FILLER         PIC X(56) VALUE
               'TOTAL STOCK VALUE AT CLOSE OF MONTH (COST):'.
           05  SKT-VALUE      PIC ---,---,--9.

      ******************* DAILY CASH CLOSE-OUT (Z-REPORT) ****************
      ***** SUBTOTALS ACCUMULATE PER DISTINCT PAY-DESC IN A SMALL
      ***** TABLE; 20 DESCRIPTIONS IS FAR ABOVE WHAT ONE DAY'S DRAWER
      ***** SEES, AND AN OVERFLOW IS REPORTED RATHER THAN DROPPED
      ***** SILENTLY.
       01  WS-ZREPORT-WORK.
           05  WS-ZR-DATE              PIC X(10).
           05  WS-ZR-MODE              PIC 9(01).
           05  WS-ZR-GRAND-TOTAL       PIC S9(07)V99.
           05  WS-ZR-PAY-COUNT         PIC 9(04).
           05  WS-ZR-DESC-COUNT        PIC 9(02).
           05  WS-ZR-SUB               PIC 9(02).
           05  WS-ZR-STAMPED           PIC 9(04).
           05  WS-ZR-DESC-TABLE OCCURS 20 TIMES.
               10  WS-ZR-DESC          PIC X(20).
               10  WS-ZR-DESC-QTY      PIC S9(04).
               10  WS-ZR-DESC-TOTAL    PIC S9(07)V99.

       01  ZR-HEADING-LINE-1.
           05  FILLER       PIC X(15) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  ZR-DESC        PIC X(20).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  ZR-AMOUNT      PIC ---,--9.99.

       01  ZR-SUBTOTAL-LINE.
           05  ZR-ST-DESC     PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'QTY '.
           05  ZR-ST-QTY      PIC ---9.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  ZR-ST-TOTAL    PIC ----,--9.99.

       01  ZR-TOTAL-LINE.
           05  FILLER         PIC X(20) VALUE 'GRAND TOTAL:'.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  ZR-GRAND-AMT   PIC ----,--9.99.

      ********************** REFUND / VOID A PAYMENT ********************
      ***** THE PICK LIST HOLDS THE MEMBER'S ORDINARY PAYMENT LINES
      ***** FOR ONE DATE; THE REWRITE STAMPS THE NTH MATCHING LINE ON
      ***** FILE, SO TWO IDENTICAL SALES ON ONE DAY STAY DISTINCT.
      ***** WS-PAY-NET-AMOUNT IS PAY-AMOUNT WITH A REFUND LINE'S SIGN
      ***** TURNED NEGATIVE, FOR EVERY READER THAT TOTALS PAYMENTS.
       01  WS-REFUND-WORK.
           05  WS-RF-ORIG-DATE         PIC X(10).
           05  WS-RF-TODAY             PIC X(10).
           05  WS-RF-COUNT             PIC 9(02).
           05  WS-RF-PICK              PIC 9(02).
           05  WS-RF-MATCHED           PIC 9(04).
           05  WS-RF-TABLE OCCURS 20 TIMES.
               10  WS-RF-DESC          PIC X(20).
               10  WS-RF-AMOUNT        PIC 9(06)V99.
               10  WS-RF-PAY-MEMTYPE   PIC X(06).
               10  WS-RF-PAY-CHARGE    PIC X(03).
           05  WS-RF-ORIG-DESC         PIC X(20).
           05  WS-RF-ORIG-AMOUNT       PIC 9(06)V99.
           05  WS-RF-ORIG-MEMTYPE      PIC X(06).
           05  WS-RF-ORIG-CHARGE       PIC X(03).
           05  WS-RF-REFUND-AMT        PIC 9(06)V99.
           05  WS-RF-REASON            PIC 9(01).
           05  WS-RF-REASON-DESC       PIC X(20).
           05  WS-RF-CONFIRM           PIC X(01).
           05  WS-RF-SUPV-ID           PIC 9(04).
           05  WS-RF-SUPV-CODE         PIC X(08).
           05  WS-RF-SUPV-NAME         PIC X(25).
           05  WS-RF-SUPV-OK           PIC X(01).
           05  WS-RF-STAFF-ON-FILE     PIC X(01).
           05  WS-RF-TRIES             PIC 9(01).
           05  WS-RF-LG-PAYMENT        PIC X(01).
           05  WS-RF-LG-CHARGE         PIC X(01).
           05  WS-RF-MEMTYPE           PIC X(06).
           05  WS-RF-SALES-CODE        PIC 9(02).
      ***** THE LEDGER CHARGE THE VOIDED PAYMENT WAS MADE AGAINST, AND
      ***** THE PART OF THE SALE TAKEN BACK: THE REFUND ITSELF, OR ON
      ***** A FULL VOID THE WHOLE CHARGE - NOT ONLY THE PART PAID - SO
      ***** NO BALANCE OR REVENUE IS LEFT FOR A SALE THAT IS GONE.
           05  WS-RF-LG-CHARGE-AMT     PIC 9(06)V99.
           05  WS-RF-SALE-AMT          PIC 9(06)V99.
           05  WS-RF-TALLY-FEE         PIC 9(06).
      ***** 'Y' = A STOCKED ITEM VOIDED IN FULL GOES BACK ON HAND;
      ***** WS-RF-ONHAND IS THE COUNT BEFORE IT DOES.
           05  WS-RF-RESTOCK           PIC X(01).
           05  WS-RF-ONHAND            PIC 9(05).
           05  WS-RF-STAFF-ID          PIC 9(04).
      ***** RECOVERY'S TEST OF WHETHER A POSTING IS ALREADY ON FILE:
      ***** THE LAST LEDGER LINE READ IS THE REFUND'S REFUND LINE
      ***** ('R'), ITS CREDIT LINE ('C') OR NEITHER (SPACE).
           05  WS-RF-LAST-KIND         PIC X(01).
           05  WS-RF-ON-FILE           PIC X(01).
           05  WS-PAY-NET-AMOUNT       PIC S9(06)V99.

       01  WS-REFUND-LINE.
           05  WS-RFL-DATE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RFL-ID-NUMBER        PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RFL-ORIG-DATE        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RFL-DESC             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RFL-AMOUNT           PIC 9(06)V99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RFL-REASON-CODE      PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RFL-REASON-DESC      PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RFL-SUPV-ID          PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RFL-STAFF-ID         PIC 9(04).

       01  RF-LIST-HEADING-LINE.
           05  FILLER         PIC X(04) VALUE 'LINE'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'DESCRIPTION'.
           05  FILLER         PIC X(13) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'AMOUNT'.

       01  RF-LIST-DETAIL-LINE.
           05  FILLER         PIC X(01) VALUE '['.
           05  RFL-LINE-NO    PIC Z9.
           05  FILLER         PIC X(01) VALUE ']'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RFL-DESC       PIC X(20).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RFL-AMOUNT     PIC ZZZ,ZZ9.99.

      *************** MEMBERSHIP TYPE CHANGE (MID-TERM) *****************
      ***** THE UNUSED DAYS TO DATE-EXPIRE ARE PRICED AT THE OLD LIST
      ***** RATE (FEE PER TERM / DAYS IN TERM, HOUSE 30-DAY MONTHS).
      ***** AN UPGRADE CREDITS THAT AGAINST THE NEW TYPE'S FULL FEE
      ***** FOR A FRESH TERM; A DOWNGRADE KEEPS DATE-EXPIRE AND PRICES
      ***** THE SAME DAYS AT THE NEW RATE. DIRECTION IS BY TIER ORDER
      ***** (SALES CODE 12 BRONZE < 14 SILVER < 16 GOLD), NEVER BY
      ***** WHICH WAY THE MONEY FALLS.
       01  WS-TYPE-CHANGE-WORK.
           05  WS-CT-NEW-NUM           PIC 9(02).
           05  WS-CT-OLD-CODE          PIC 9(02).
           05  WS-CT-NEW-CODE          PIC 9(02).
           05  WS-CT-DIRECTION         PIC X(01).
               88  CT-UPGRADE          VALUE 'U'.
               88  CT-DOWNGRADE        VALUE 'D'.
           05  WS-CT-OLD-FEE           PIC 9(06).
           05  WS-CT-NEW-FEE           PIC 9(06).
           05  WS-CT-OLD-MONTHS        PIC 9(02).
           05  WS-CT-NEW-MONTHS        PIC 9(02).
           05  WS-CT-NEW-TYPE          PIC X(06).
           05  WS-CT-DAYS-LEFT         PIC S9(07).
           05  WS-CT-DAYS-SHOW         PIC Z,ZZZ,ZZ9.
           05  WS-CT-OLD-VALUE         PIC 9(06).
           05  WS-CT-NEW-VALUE         PIC 9(06).
           05  WS-CT-DIFF              PIC S9(06).
           05  WS-CT-CONFIRM           PIC X(01).
           05  WS-CT-PAY-NOW           PIC X(01).
      ***** RECOVERY'S VIEW OF THE LAST TWO SLSFILE.TXT LINES AND
      ***** WHETHER THE AUDIT LINE MADE IT TO FILE.
           05  WS-CT-REV-CODE          PIC 9(02).
           05  WS-CT-PREV-CODE         PIC 9(02).
           05  WS-CT-PREV-FEE          PIC 9(06).
           05  WS-CT-LAST-CODE         PIC 9(02).
           05  WS-CT-LAST-FEE          PIC 9(06).
           05  WS-CT-AUD-FOUND         PIC X(01).

       01  CT-VALUE-LINE.
           05  CTV-LABEL        PIC X(30).
           05  CTV-AMOUNT       PIC ---,--9.99.

      ***** INTAKE VALIDATION WORK AREA: DATES ARE ACCEPTED AS TEXT,
      ***** CHECKED AGAINST THE REAL CALENDAR (MONTH LENGTHS, LEAP
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RCPT-DESC      PIC X(20).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RCPT-AMOUNT    PIC ---,--9.99.

       01  RCPT-TOTAL-LINE.
           05  FILLER           PIC X(20) VALUE 'TOTAL PAID TO DATE:'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PF-FEE           PIC 9(06).

      ************* MONTHLY PROGRAM FEE BILLING RUN ********************
      ***** TOTALS ARE KEPT PER PROGRAM (1 ZUMBA, 2 BODY CONDITIONING,
      ***** 3 BODY BUILDING, 4 BOXING - PROGTYPE-CODE / 1111) WITH
      ***** ENTRY 5 FOR ALL PROGRAMS. "PRIOR" IS AN ENROLLMENT ALREADY
      ***** CHARGED FOR THE MONTH (DESK OR AN EARLIER RUN).
       01  WS-BILLING-WORK.
           05  WS-BR-MONTH             PIC 9(02).
           05  WS-BR-YEAR              PIC 9(04).
           05  WS-BR-EOF               PIC X(01).
           05  WS-BR-ALREADY           PIC X(01).
           05  WS-BR-CONFIRM           PIC X(01).
           05  WS-BR-SUB               PIC 9(02).
           05  WS-BR-TOTALS OCCURS 5 TIMES.
               10  WS-BR-READ          PIC 9(05).
               10  WS-BR-BILLED        PIC 9(05).
               10  WS-BR-SKIPPED       PIC 9(05).
               10  WS-BR-PRIOR         PIC 9(05).
               10  WS-BR-AMOUNT        PIC 9(08)V99.

       01  BR-HEADING-LINE-1.
           05  FILLER       PIC X(10) VALUE SPACES.
           05  FILLER       PIC X(33) VALUE
               'PROGRAM FEE BILLING REGISTER FOR '.
           05  BR-HDR-MONTH PIC 9(02).
           05  FILLER       PIC X(01) VALUE '/'.
           05  BR-HDR-YEAR  PIC 9(04).

       01  BR-COLUMN-HEADING-LINE.
           05  FILLER         PIC X(03) VALUE 'ID.'.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'MEMBER NAME'.
           05  FILLER         PIC X(16) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'PROGRAM'.
           05  FILLER         PIC X(15) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'RESULT'.
           05  FILLER         PIC X(11) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'AMOUNT'.

       01  BR-DETAIL-LINE.
           05  BRD-ID-NUMBER    PIC 9(06).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BRD-MEMBER-NAME  PIC X(25).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BRD-DESC         PIC X(20).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BRD-RESULT       PIC X(12).
           05  FILLER           PIC X(01) VALUE SPACES.
           05  BRD-AMOUNT       PIC ZZZ,ZZ9.99.

       01  BR-TOTAL-HEADING-LINE.
           05  FILLER         PIC X(20) VALUE 'PROGRAM'.
           05  FILLER         PIC X(07) VALUE '   READ'.
           05  FILLER         PIC X(07) VALUE ' BILLED'.
           05  FILLER         PIC X(08) VALUE ' SKIPPED'.
           05  FILLER         PIC X(07) VALUE '  PRIOR'.
           05  FILLER         PIC X(16) VALUE '  AMOUNT BILLED'.

       01  BR-TOTAL-LINE.
           05  BRT-PROGRAM      PIC X(20).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BRT-READ         PIC ZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BRT-BILLED       PIC ZZZZ9.
           05  FILLER           PIC X(03) VALUE SPACES.
           05  BRT-SKIPPED      PIC ZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BRT-PRIOR        PIC ZZZZ9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  BRT-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.

      ************** FAMILY / CORPORATE GROUP ACCOUNTS *****************
      ***** A GROUP IS KNOWN BY ITS BILL PAYER'S ID. THE MEMBER TABLE
      ***** HOLDS ONE GROUP'S LINKED IDS FOR THE COMBINED BALANCE AND
      ***** THE CONSOLIDATED STATEMENT.
       01  WS-GROUP-WORK.
           05  WS-GRP-MODE             PIC 9(01).
           05  WS-GRP-TYPE-NUM         PIC 9(01).
           05  WS-GRP-LOOK-ID          PIC 9(06).
           05  WS-GRP-MEMBER-IN        PIC 9(06).
           05  WS-GRP-FOUND            PIC X(01).
           05  WS-GRP-PAYER-ID         PIC 9(06).
           05  WS-GRP-TYPE             PIC X(09).
           05  WS-GRP-DISC-CODE        PIC X(08).
           05  WS-GRP-NAME             PIC X(20).
           05  WS-GRP-LINK-STATUS      PIC X(08).
           05  WS-GRP-EDIT             PIC X(01).
               88  GRP-EDIT-REMOVE             VALUE 'R'.
               88  GRP-EDIT-FLAG               VALUE 'F'.
           05  WS-GRP-DISC-USED        PIC X(01).
           05  WS-GRP-BALANCE          PIC S9(08)V99.
           05  WS-GRP-FLAGGED          PIC 9(03).
           05  WS-GRP-LISTED           PIC 9(03).
           05  WS-GRP-COUNT            PIC 9(02).
           05  WS-GRP-SUB              PIC 9(02).
           05  WS-GRP-MEMBER-TABLE OCCURS 50 TIMES.
               10  WS-GRP-MEMBER-ID    PIC 9(06).
               10  WS-GRP-MEMBER-STAT  PIC X(08).

       01  WS-GROUP-LINE.
           05  WS-GR-PAYER-ID      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GR-MEMBER-ID     PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GR-TYPE          PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GR-DISC-CODE     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GR-NAME          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-GR-LINK-STATUS   PIC X(08).

       01  GR-LIST-HEADING-LINE.
           05  FILLER         PIC X(08) VALUE 'PAYER'.
           05  FILLER         PIC X(08) VALUE 'MEMBER'.
           05  FILLER         PIC X(11) VALUE 'TYPE'.
           05  FILLER         PIC X(10) VALUE 'DISCOUNT'.
           05  FILLER         PIC X(22) VALUE 'GROUP NAME'.
           05  FILLER         PIC X(08) VALUE 'STATUS'.

       01  GS-HEADING-LINE-1.
           05  FILLER         PIC X(30)
                              VALUE 'CONSOLIDATED GROUP STATEMENT: '.
           05  GSH-NAME       PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'AS OF '.
           05  GSH-DATE       PIC X(10).

       01  GS-HEADING-LINE-2.
           05  FILLER         PIC X(15) VALUE 'BILL PAYER ID: '.
           05  GSH-PAYER-ID   PIC 9(06).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'TYPE: '.
           05  GSH-TYPE       PIC X(09).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'DISCOUNT CODE: '.
           05  GSH-DISC-CODE  PIC X(08).

       01  GS-MEMBER-LINE.
           05  FILLER         PIC X(08) VALUE 'MEMBER #'.
           05  GSM-ID-NUMBER  PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GSM-MEMBER-NAME PIC X(25).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GSM-NOTE       PIC X(20).

       01  GS-SUBTOTAL-LINE.
           05  FILLER         PIC X(43) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'BALANCE: '.
           05  GSS-AMOUNT     PIC ----,--9.99.

       01  GS-TOTAL-LINE.
           05  FILLER         PIC X(30) VALUE 'GROUP BALANCE OWED:'.
           05  FILLER         PIC X(22) VALUE SPACES.
           05  GST-AMOUNT     PIC ----,--9.99.

      ************** PREPAID PERSONAL-TRAINING PACKAGES ****************
       01  WS-PT-PACK-WORK.
           05  WS-PK-MODE              PIC 9(01).
           05  WS-PK-MEMBER-ID         PIC 9(06).
           05  WS-PK-EOF               PIC X(01).
           05  WS-PK-SEQ               PIC 9(05).
           05  WS-PK-SEL-SEQ           PIC 9(05).
           05  WS-PK-SEL-EXP-DAYS      PIC 9(07).
           05  WS-PK-SEL-LEFT          PIC 9(03).
           05  WS-PK-SEL-DESC          PIC X(20).
           05  WS-PK-SEL-CODE          PIC 9(03).
           05  WS-PK-SEL-BOUGHT        PIC X(10).
           05  WS-PK-ANY-PACK          PIC X(01).
           05  WS-PK-ANY-EXPIRED       PIC X(01).
           05  WS-PK-LEFT              PIC 9(03).
           05  WS-PK-EXP-DAYCOUNT      PIC 9(07).
           05  WS-PK-WINDOW            PIC 9(03).
           05  WS-PK-LISTED            PIC 9(04).
           05  WS-PK-VALUE             PIC 9(06)V99.
           05  WS-PK-LIABILITY         PIC 9(08)V99.
           05  WS-PK-FORFEITED         PIC 9(08)V99.
           05  WS-PK-SESSIONS-OUT      PIC 9(06).
           05  WS-PK-EXP-MONTH         PIC 9(04).
           05  WS-PK-EXP-YEAR          PIC 9(04).
           05  WS-PK-EXP-DAY           PIC 9(02).
      ***** SESSIONS REWRITE-PTPACK-FILE MARKS USED ON LINE
      ***** WS-PK-SEL-SEQ: ONE FOR A REDEMPTION, EVERY ONE STILL LEFT
      ***** WHEN A REFUNDED PACK IS CLOSED.
           05  WS-PK-ADD-USED          PIC 9(03).

       01  WS-PTPACK-LINE.
           05  WS-PTK-ID-NUMBER    PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTK-CODE         PIC 9(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTK-DESC         PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTK-PURCHASED    PIC 9(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTK-USED         PIC 9(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTK-BOUGHT-DATE  PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTK-EXPIRE-DATE  PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTK-PRICE        PIC 9(06).

       01  WS-PTREDEEM-LINE.
           05  WS-PTR-DATE         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTR-HOUR         PIC 9(02).
           05  FILLER              PIC X(01) VALUE ':'.
           05  WS-PTR-MINUTE       PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTR-ID-NUMBER    PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTR-CODE         PIC 9(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTR-BOUGHT-DATE  PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTR-INS-ID       PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTR-INS-NAME     PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-PTR-STAFF-ID     PIC 9(04).

       01  PK-LIST-HEADING-LINE.
           05  FILLER         PIC X(08) VALUE 'MEMBER'.
           05  FILLER         PIC X(22) VALUE 'PACKAGE'.
           05  FILLER         PIC X(12) VALUE 'BOUGHT'.
           05  FILLER         PIC X(12) VALUE 'EXPIRES'.
           05  FILLER         PIC X(06) VALUE ' LEFT'.
           05  FILLER         PIC X(12) VALUE '       VALUE'.

       01  PK-DETAIL-LINE.
           05  PKD-ID-NUMBER  PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PKD-DESC       PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PKD-BOUGHT     PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PKD-EXPIRES    PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PKD-LEFT       PIC ZZ9.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  PKD-VALUE      PIC ZZ,ZZ9.99.

       01  PK-HEADING-LINE-1.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  FILLER         PIC X(38)
                   VALUE 'PT PACKAGES EXPIRING WITHIN (DAYS):'.
           05  PKH-WINDOW     PIC ZZ9.

       01  PK-SESSIONS-LINE.
           05  FILLER         PIC X(40)
                   VALUE 'UNREDEEMED SESSIONS ON LIVE PACKAGES:'.
           05  FILLER         PIC X(18) VALUE SPACES.
           05  PKS-COUNT      PIC ZZZ,ZZ9.

       01  PK-TOTAL-LINE.
           05  PKT-LABEL      PIC X(40).
           05  FILLER         PIC X(12) VALUE SPACES.
           05  PKT-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.

      ****************** ONLINE APPLICATION INTAKE *********************
      ***** WS-IN-REASON STAYS SPACES WHILE AN APPLICATION PASSES
      ***** EVERY CHECK; THE FIRST CHECK IT FAILS FILLS IT IN.
       01  WS-INTAKE-WORK.
           05  WS-IN-MODE              PIC 9(01).
           05  WS-IN-EOF               PIC X(01).
           05  WS-IN-READ              PIC 9(05).
           05  WS-IN-ACCEPTED          PIC 9(05).
           05  WS-IN-REJECTED          PIC 9(05).
           05  WS-IN-REASON            PIC X(28).
           05  WS-IN-TYPE              PIC X(06).
           05  WS-IN-NAME-UP           PIC X(25).
           05  WS-IN-CONT-NUM          PIC 9(11).
           05  WS-IN-EMER-CONT-NUM     PIC 9(11).
           05  WS-IN-YES-COUNT         PIC 9(02).
           05  WS-IN-NO-COUNT          PIC 9(02).
           05  WS-IN-DUP               PIC X(01).
           05  WS-IN-FEE-FOUND         PIC X(01).
           05  WS-IN-START-DAYCOUNT    PIC 9(07).

       01  IR-HEADING-LINE-1.
           05  FILLER         PIC X(16) VALUE SPACES.
           05  FILLER         PIC X(34)
                   VALUE 'ONLINE APPLICATION INTAKE - RUN OF'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  IRH-DATE       PIC X(10).

       01  IR-COLUMN-LINE.
           05  FILLER         PIC X(05) VALUE ' LINE'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(25) VALUE 'APPLICANT NAME'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'RESULT'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'ID'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(28) VALUE 'REASON'.

       01  IR-DETAIL-LINE.
           05  IRD-LINE-NO    PIC ZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  IRD-NAME       PIC X(25).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  IRD-RESULT     PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  IRD-ID         PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  IRD-REASON     PIC X(28).

       01  IR-TOTAL-LINE.
           05  IRT-LABEL      PIC X(40).
           05  IRT-COUNT      PIC ZZ,ZZ9.

      ****************** YEAR-END HISTORY ROLLOVER *********************
      ***** WS-YE-FILE NAMES THE FILE BEING ROLLED: 1 ATTENDANCE,
      ***** 2 PAYMENTS, 3 AUDIT LOG, 4 LEDGER, 5 GUEST LOG, 6 TAUGHT
      ***** LOG, 7 ARCHIVE (PURGED, NOT MOVED TO HISTORY). A LINE
      ***** DATED IN OR BEFORE WS-YE-CUTOFF-YEAR LEAVES THE LIVE FILE.
       01  WS-YEAR-END-WORK.
           05  WS-YE-CLOSE-YEAR        PIC 9(04).
           05  WS-YE-NEXT-YEAR         PIC 9(04).
           05  WS-YE-PURGE-YEAR        PIC 9(04).
           05  WS-YE-CUTOFF-YEAR       PIC 9(04).
      ***** ARCHIVED (DELETED) MEMBERS ARE KEPT THIS MANY FULL YEARS
      ***** AFTER THE YEAR THEY WERE DELETED.
           05  WS-YE-RETAIN-YEARS      PIC 9(02) VALUE 7.
           05  WS-YE-CONFIRM           PIC X(01).
           05  WS-YE-FILE              PIC 9(01).
           05  WS-YE-EOF               PIC X(01).
           05  WS-YE-TAG               PIC X(10).
           05  WS-YE-NAME              PIC X(11).
           05  WS-YE-RECORD            PIC X(213).
           05  WS-YE-REC-YEAR          PIC 9(04).
           05  WS-YE-REC-AMOUNT        PIC S9(08)V99.
           05  WS-YE-BEFORE-COUNT      PIC 9(07).
           05  WS-YE-MOVED-COUNT       PIC 9(07).
           05  WS-YE-OPENING-COUNT     PIC 9(07).
           05  WS-YE-AFTER-COUNT       PIC 9(07).
           05  WS-YE-BEFORE-AMOUNT     PIC S9(09)V99.
           05  WS-YE-MOVED-AMOUNT      PIC S9(09)V99.
           05  WS-YE-OPENING-AMOUNT    PIC S9(09)V99.
           05  WS-YE-AFTER-AMOUNT      PIC S9(09)V99.
           05  WS-YE-CHECK-AMOUNT      PIC S9(09)V99.
           05  WS-YE-BREAK-ID          PIC 9(06).
           05  WS-YE-MEMBER-NET        PIC S9(08)V99.
           05  WS-YE-HAVE-MEMBER       PIC X(01).
           05  WS-YE-ERRORS            PIC 9(02).

       01  YC-HEADING-LINE-1.
           05  FILLER         PIC X(34)
                              VALUE 'YEAR-END ROLLOVER - CLOSING YEAR '.
           05  YCH-YEAR       PIC 9(04).
           05  FILLER         PIC X(09) VALUE '   RUN: '.
           05  YCH-DATE       PIC X(10).

       01  YC-COLUMN-LINE.
           05  FILLER         PIC X(16) VALUE 'FILE'.
           05  FILLER         PIC X(06) VALUE 'BEFORE'.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'TO HISTORY'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'CARRIED FWD'.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'AFTER'.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'CHECK'.

       01  YC-COUNT-LINE.
           05  YCC-FILE       PIC X(11).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  YCC-BEFORE     PIC ZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  YCC-MOVED      PIC ZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  YCC-OPENING    PIC ZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  YCC-AFTER      PIC ZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  YCC-CHECK      PIC X(05).

       01  YC-AMOUNT-LINE.
           05  YCA-LABEL      PIC X(11).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  YCA-BEFORE     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  YCA-MOVED      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  YCA-OPENING    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  YCA-AFTER      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  YCA-CHECK      PIC X(05).

       01  YC-PURGE-LINE.
           05  FILLER         PIC X(44) VALUE
               'ARCHIVE TO HISTORY = PURGED, DELETED IN OR '.
           05  FILLER         PIC X(07) VALUE 'BEFORE '.
           05  YCP-YEAR       PIC 9(04).

      ********************* INCIDENT / INJURY LOG **********************
       01  WS-INCIDENT-WORK.
           05  WS-IC-MODE              PIC 9(01).
           05  WS-IC-PARTY             PIC X(01).
           05  WS-IC-IN-CLASS          PIC X(01).
           05  WS-IC-PLACE-HOLD        PIC X(01).
           05  WS-IC-EOF               PIC X(01).
           05  WS-IC-NEXT-NO           PIC 9(05).
           05  WS-IC-HOLD-NO           PIC 9(05).
           05  WS-IC-TIME-IN           PIC 9(04).
           05  WS-IC-GUEST-NAME        PIC X(25).
           05  WS-IC-GUEST-FOUND       PIC X(01).
           05  WS-IC-GUEST-LAST        PIC X(10).
      ***** THE MEMBER'S LATEST ACCEPTED HEALTH DECLARATION
           05  WS-IC-HF-FOUND          PIC X(01).
           05  WS-IC-HF-HEART          PIC X(01).
           05  WS-IC-HF-HYPER          PIC X(01).
           05  WS-IC-HF-ASTHMA         PIC X(01).
           05  WS-IC-HF-LUNG           PIC X(01).
           05  WS-IC-HF-MALIGNANCY     PIC X(01).
           05  WS-IC-HF-ANEMIA         PIC X(01).
           05  WS-IC-HF-DATE           PIC X(10).
      ***** MONTHLY REPORT CONTROL BREAKS AND TOTALS
           05  WS-IC-HAVE-GROUP        PIC X(01).
           05  WS-IC-PREV-PROG         PIC 9(04).
           05  WS-IC-PREV-INS          PIC X(25).
           05  WS-IC-PROG-NAME         PIC X(17).
           05  WS-IC-INS-COUNT         PIC 9(05).
           05  WS-IC-PROG-COUNT        PIC 9(05).
           05  WS-IC-TOTAL             PIC 9(05).
           05  WS-IC-MEMBERS           PIC 9(05).
           05  WS-IC-GUESTS            PIC 9(05).
           05  WS-IC-EC-CALLS          PIC 9(05).
           05  WS-IC-HOLDS             PIC 9(05).
           05  WS-IC-CLEARED           PIC 9(05).

      ***** LOCATION TEXT FOR AN INCIDENT IN A SCHEDULED CLASS
       01  WS-IC-CLASS-WHERE.
           05  FILLER                  PIC X(06) VALUE 'CLASS '.
           05  WS-ICW-DAY              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ICW-TIME             PIC 9(04).

      ***** BUILD AREA FOR THE INCIDENT LINE (FD FILLER VALUES ARE NOT
      ***** APPLIED AT RUN TIME).
       01  WS-INCIDENT-LINE.
           05  WS-IL-NUMBER        PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-LINE-TYPE     PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-MONTH         PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-IL-DAY           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-IL-YEAR          PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-HOUR          PIC 9(02).
           05  FILLER              PIC X(01) VALUE ':'.
           05  WS-IL-MINUTE        PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-PARTY         PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-ID-NUMBER     PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-NAME          PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-LOCATION      PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-PROG-CODE     PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-SCH-DAY       PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-SCH-TIME      PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-INS-ID        PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-INS-NAME      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-INJURY        PIC X(60).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-ACTION        PIC X(60).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-EC-CALLED     PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-IL-MED-HOLD      PIC X(01).

       01  IC-HEADING-LINE-1.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  FILLER         PIC X(38)
                   VALUE 'INCIDENT / INJURY REPORT FOR INSURER -'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICH-MONTH      PIC 9(02).
           05  FILLER         PIC X(01) VALUE '/'.
           05  ICH-YEAR       PIC 9(04).

       01  IC-COLUMN-LINE.
           05  FILLER         PIC X(06) VALUE 'NO.'.
           05  FILLER         PIC X(11) VALUE 'DATE'.
           05  FILLER         PIC X(06) VALUE 'TIME'.
           05  FILLER         PIC X(02) VALUE 'M'.
           05  FILLER         PIC X(07) VALUE 'ID'.
           05  FILLER         PIC X(21) VALUE 'NAME'.
           05  FILLER         PIC X(16) VALUE 'LOCATION'.
           05  FILLER         PIC X(03) VALUE 'EC'.
           05  FILLER         PIC X(04) VALUE 'HOLD'.

       01  IC-PROGRAM-LINE.
           05  FILLER         PIC X(09) VALUE 'PROGRAM: '.
           05  ICP-CODE       PIC 9(04).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICP-NAME       PIC X(17).

       01  IC-INSTRUCTOR-LINE.
           05  FILLER         PIC X(14) VALUE '  INSTRUCTOR: '.
           05  ICI-NAME       PIC X(25).

       01  IC-DETAIL-LINE.
           05  ICD-NUMBER     PIC 9(05).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICD-DATE       PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICD-TIME       PIC X(05).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICD-PARTY      PIC X(01).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICD-ID         PIC Z(06).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICD-NAME       PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICD-LOCATION   PIC X(15).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  ICD-EC         PIC X(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ICD-HOLD       PIC X(01).

       01  IC-TEXT-LINE.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  ICX-LABEL      PIC X(08).
           05  ICX-TEXT       PIC X(60).

       01  IC-COUNT-LINE.
           05  ICC-LABEL      PIC X(40).
           05  ICC-COUNT      PIC ZZ,ZZ9.

      ***** PER-PROGRAM REVENUE FOR THE YEAR-END PROGRAM REPORT,
      ***** TALLIED FROM THE PROGRAM-FEE LINES IN PAYMENT-FILE.
       01  WS-PROG-REVENUE.
           05  REVENUE-ZU          PIC S9(08)V99 VALUE ZEROES.
           05  REVENUE-BC          PIC S9(08)V99 VALUE ZEROES.
           05  REVENUE-BB          PIC S9(08)V99 VALUE ZEROES.
           05  REVENUE-BX          PIC S9(08)V99 VALUE ZEROES.

      ************ INSTRUCTOR MASTER / PAYROLL REPORTING *****************
       01  WS-INSTRUCTOR-WORK.
           05  FILLER         PIC X(07) VALUE SPACES.
           05  PAYRL-SESSIONS PIC ZZZ9.

      ************* CLASS ROLL CALL / NO-SHOWS / FILL RATE *************
      ***** ROLL CALL FOR ONE DATE'S SESSION, AND THE MONTHLY NO-SHOW
      ***** AND FILL-RATE TALLIES OFF CLASSATT.TXT. WS-RC-THIS-KEY
      ***** TELLS ONE CLASS HELD FROM THE NEXT: EACH ROLL CALL IS
      ***** WRITTEN AS ONE UNBROKEN RUN OF LINES.
       01  WS-ROLL-CALL-WORK.
           05  WS-RC-EOF               PIC X(01).
           05  WS-RC-DUP               PIC X(01).
           05  WS-RC-MARK              PIC X(01).
           05  WS-RC-PRESENT           PIC 9(03).
           05  WS-RC-ABSENT            PIC 9(03).
           05  WS-RC-MONTH             PIC 9(02).
           05  WS-RC-YEAR              PIC 9(04).
           05  WS-RC-LISTED            PIC 9(03).
           05  WS-RC-THIS-KEY.
               10  WS-RCK-DATE         PIC X(10).
               10  WS-RCK-PROG-CODE    PIC 9(04).
               10  WS-RCK-DAY          PIC X(03).
               10  WS-RCK-TIME         PIC 9(04).
           05  WS-RC-PREV-KEY          PIC X(21).
           05  WS-NS-THRESHOLD         PIC 9(02) VALUE 3.
           05  WS-NS-COUNT             PIC 9(03).
           05  WS-NS-SUB               PIC 9(03).
           05  WS-NS-FOUND             PIC X(01).
           05  WS-NS-TABLE OCCURS 200 TIMES.
               10  WS-NS-ID            PIC 9(06).
               10  WS-NS-NAME          PIC X(25).
               10  WS-NS-BOOKED        PIC 9(03).
               10  WS-NS-ABSENT        PIC 9(03).
           05  WS-FR-COUNT             PIC 9(02).
           05  WS-FR-SUB               PIC 9(02).
           05  WS-FR-FOUND             PIC X(01).
           05  WS-FR-TOTAL-BOOKED      PIC 9(05).
           05  WS-FR-TOTAL-PRESENT     PIC 9(05).
           05  WS-FR-RATE              PIC 9(03)V9.
           05  WS-FR-TABLE OCCURS 50 TIMES.
               10  WS-FR-PROG-CODE     PIC 9(04).
               10  WS-FR-DAY           PIC X(03).
               10  WS-FR-TIME          PIC 9(04).
               10  WS-FR-HELD          PIC 9(03).
               10  WS-FR-BOOKED        PIC 9(05).
               10  WS-FR-PRESENT       PIC 9(05).

      ***** BUILD AREA FOR THE ROLL-CALL LINE (FD FILLER VALUES ARE
      ***** NOT APPLIED AT RUN TIME).
       01  WS-CLASS-ATT-LINE.
           05  WS-CA-MONTH         PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-CA-DAY-NUM       PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-CA-YEAR          PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CA-PROG-CODE     PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CA-DAY           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CA-TIME          PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CA-ID-NUMBER     PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CA-MEMBER-NAME   PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CA-MARK          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CA-INS-ID        PIC 9(04).

       01  CR-NS-HEADING-LINE-1.
           05  FILLER         PIC X(14) VALUE SPACES.
           05  FILLER         PIC X(29)
                              VALUE 'CLASS NO-SHOWS (3+ MISSED) -'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CRN-HDR-MONTH  PIC 9(02).
           05  FILLER         PIC X(01) VALUE '/'.
           05  CRN-HDR-YEAR   PIC 9(04).

       01  CR-NS-COLUMN-LINE.
           05  FILLER         PIC X(06) VALUE 'ID'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(25) VALUE 'MEMBER NAME'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'BOOKED'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'MISSED'.

       01  CR-NS-DETAIL-LINE.
           05  CRN-ID         PIC 9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRN-NAME       PIC X(25).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRN-BOOKED     PIC ZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRN-ABSENT     PIC ZZZZZ9.

       01  CR-FR-HEADING-LINE-1.
           05  FILLER         PIC X(18) VALUE SPACES.
           05  FILLER         PIC X(25)
                              VALUE 'CLASS FILL RATE FOR MONTH'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CRF-HDR-MONTH  PIC 9(02).
           05  FILLER         PIC X(01) VALUE '/'.
           05  CRF-HDR-YEAR   PIC 9(04).

       01  CR-FR-COLUMN-LINE.
           05  FILLER         PIC X(04) VALUE 'PROG'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE 'DAY'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'TIME'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE ' HELD'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'BOOKED'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'PRESENT'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'FILL %'.

       01  CR-FR-DETAIL-LINE.
           05  CRF-PROG-CODE  PIC 9(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRF-DAY        PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRF-TIME       PIC 9(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRF-HELD       PIC ZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRF-BOOKED     PIC ZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRF-PRESENT    PIC ZZZZZZ9.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  CRF-RATE       PIC ZZ9.9.

       01  CR-FR-TOTAL-LINE.
           05  FILLER         PIC X(24) VALUE 'ALL SESSIONS'.
           05  CRF-TOT-BOOKED PIC ZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CRF-TOT-PRESENT PIC ZZZZZZ9.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  CRF-TOT-RATE   PIC ZZ9.9.

      **************** DAY-PASS GUESTS AT THE GATE ***********************
      ***** A GUEST IS ADMITTED AGAINST AN UNUSED DAY-PASS SALE TAKEN
      ***** TODAY UNDER THE WALK-IN ID 000000. THE CONVENTION IS THAT
           05  WS-MS-SIGNUPS           PIC 9(04).
           05  WS-MS-CANCELS           PIC 9(04).
           05  WS-MS-NONRENEW          PIC 9(04).
           05  WS-MS-MEM-REV           PIC S9(08)V99.
           05  WS-MS-POS-REV           PIC S9(08)V99.
           05  WS-MS-PROGFEES          PIC S9(04).
           05  WS-MS-VISITS            PIC 9(05).
           05  WS-MS-AVG-VISITS        PIC 9(03)V9.

           05  WS-MSA-SIGNUPS          PIC 9(04).
           05  WS-MSA-CANCELS          PIC 9(04).
           05  WS-MSA-NONRENEW         PIC 9(04).
           05  WS-MSA-MEM-REV          PIC S9(08)V99.
           05  WS-MSA-POS-REV          PIC S9(08)V99.
           05  WS-MSA-PROGFEES         PIC S9(04).
           05  WS-MSA-VISITS           PIC 9(05).
           05  WS-MSA-AVG-VISITS       PIC 9(03)V9.

           05  WS-MSB-SIGNUPS          PIC 9(04).
           05  WS-MSB-CANCELS          PIC 9(04).
           05  WS-MSB-NONRENEW         PIC 9(04).
           05  WS-MSB-MEM-REV          PIC S9(08)V99.
           05  WS-MSB-POS-REV          PIC S9(08)V99.
           05  WS-MSB-PROGFEES         PIC S9(04).
           05  WS-MSB-VISITS           PIC 9(05).
           05  WS-MSB-AVG-VISITS       PIC 9(03)V9.

           05  WS-MS-ONHOLD            PIC 9(05).
           05  WS-MS-EXPIRED           PIC 9(05).
           05  WS-MS-CANCELLED         PIC 9(05).
           05  WS-MS-PENDING           PIC 9(05).

       01  MS-HEADING-LINE-1.
           05  FILLER       PIC X(10) VALUE SPACES.
       01  MS-COUNT-LINE.
           05  MS-CNT-LABEL PIC X(26).
           05  FILLER       PIC X(03) VALUE SPACES.
           05  MS-CNT-A     PIC ---9.
           05  FILLER       PIC X(12) VALUE SPACES.
           05  MS-CNT-B     PIC ---9.

       01  MS-AMOUNT-LINE.
           05  MS-AMT-LABEL PIC X(26).
           05  MS-AMT-A     PIC --,---,--9.99.
           05  FILLER       PIC X(03) VALUE SPACES.
           05  MS-AMT-B     PIC --,---,--9.99.

       01  MS-AVG-LINE.
           05  MS-AVG-LABEL PIC X(26).
           05  WS-TX-STRIP-DESC    PIC X(20) VALUE SPACES.
           05  WS-TX-OLD-EXPIRE    PIC X(10) VALUE SPACES.
           05  WS-TX-OLD-STATUS    PIC X(09) VALUE SPACES.
           05  WS-TX-OLD-TYPE      PIC X(06) VALUE SPACES.
           05  WS-TX-OLD-VALUE     PIC 9(06) VALUE ZEROES.
           05  WS-TX-NEW-VALUE     PIC 9(06) VALUE ZEROES.
           05  WS-TX-RF-ORIG-DATE  PIC X(10) VALUE SPACES.
           05  WS-TX-RF-DESC       PIC X(20) VALUE SPACES.
           05  WS-TX-RF-AMOUNT     PIC 9(06)V99 VALUE ZEROES.
           05  WS-TX-RF-ORIG-AMOUNT PIC 9(06)V99 VALUE ZEROES.
           05  WS-TX-RF-CHARGE     PIC X(03) VALUE SPACES.
           05  WS-TX-RF-MEMTYPE    PIC X(06) VALUE SPACES.
           05  WS-TX-RF-REASON     PIC 9(01) VALUE ZEROES.
           05  WS-TX-RF-SUPV-ID    PIC 9(04) VALUE ZEROES.
           05  WS-TX-RF-STAFF-ID   PIC 9(04) VALUE ZEROES.
           05  WS-TX-RF-ONHAND     PIC 9(05) VALUE ZEROES.
      ***** SLSFILE.TXT LINES COUNTED FOR AN ACTIVATION, AND THE TALLY
      ***** LINE FOUND JUST PAST THE JOURNALED COUNT.
           05  WS-TX-SALES-LINES   PIC 9(06).
           05  WS-TX-SALES-CODE    PIC 9(02).
           05  WS-TX-SALES-FEE     PIC 9(06).
           05  WS-TX-SALES-YR      PIC 9(04).
           05  WS-TX-CUR-STATUS    PIC X(09).
      ***** THE TRANSACTION MARK TO PUT BACK AFTER A JOURNALED
      ***** REWRITE STEP COMPLETES: 'WITHDRAW' WHILE A WITHDRAWAL
      ***** OWNS THE JOURNAL, SPACES WHEN THE STEPS RUN ON THEIR OWN
           05  WS-TXL-OLD-EXPIRE   PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-OLD-STATUS   PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-OLD-TYPE     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-OLD-VALUE    PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-NEW-VALUE    PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-ORIG-DATE PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-DESC      PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-AMOUNT    PIC 9(06)V99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-ORIG-AMOUNT PIC 9(06)V99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-CHARGE    PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-MEMTYPE   PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-REASON    PIC 9(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-SUPV-ID   PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-STAFF-ID  PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-TXL-RF-ONHAND    PIC 9(05).

      ********************* MEMBER ACCOUNT LEDGER ************************
      ***** BUILD AREA FOR THE LEDGER LINE: VALUE CLAUSES ON FD
           DISPLAY PROGRAM-HEADING-LINE.
           DISPLAY TITLE-UNDERLINE.
           DISPLAY PROPER-SPACING.
           DISPLAY "SELECT YOUR TRANSACTION (1-32 OR 0)"
           DISPLAY PROPER-SPACING.
           DISPLAY "      [1]      REGISTER NEW MEMBER"
           DISPLAY "      [2]      UPDATE USER RECORD"
           DISPLAY "      [19]     MEMBERSHIP HOLD/STATUS".
           DISPLAY "      [20]     MEMBER ACCOUNT LEDGER/BALANCES".
           DISPLAY "      [21]     MEMBERSHIP PRICES/DISCOUNT CODES".
           DISPLAY "      [22]     INSTRUCTORS/PAYROLL/CLASS ROLL CALL".
           DISPLAY "      [23]     LOCKER RENTALS".
           DISPLAY "      [24]     RENEWAL NOTICE BATCH (PRINT/SMS)".
           DISPLAY "      [25]     MONTHLY MANAGEMENT SUMMARY".
           DISPLAY "      [26]     CHANGE MEMBERSHIP TYPE (UP/DOWN)".
           DISPLAY "      [27]     MONTHLY PROGRAM FEE BILLING RUN".
           DISPLAY "      [28]     FAMILY/CORPORATE GROUP ACCOUNTS".
           DISPLAY "      [29]     PT PACKAGES (REDEEM/LIABILITY)".
           DISPLAY "      [30]     ONLINE APPLICATIONS (LOAD/ACTIVATE)".
           DISPLAY "      [31]     YEAR-END HISTORY ROLLOVER/PURGE".
           DISPLAY "      [32]     INCIDENT/INJURY LOG".
           DISPLAY "      [0]      EXIT".
           DISPLAY PROPER-SPACING.
           DISPLAY PROPER-SPACING.
           ELSE IF WS-CHOICE = 25
              PERFORM MONTHLY-SUMMARY-REPORT

           ELSE IF WS-CHOICE = 26
              PERFORM OPEN-USER-FILE-IO
              PERFORM MEMBERSHIP-TYPE-CHANGE

           ELSE IF WS-CHOICE = 27
              PERFORM OPEN-USER-FILE-INPUT
              PERFORM PROGRAM-BILLING-RUN

           ELSE IF WS-CHOICE = 28
              PERFORM GROUP-ACCOUNTS

           ELSE IF WS-CHOICE = 29
              PERFORM PT-PACKAGES

           ELSE IF WS-CHOICE = 30
              PERFORM ONLINE-APPLICATIONS

           ELSE IF WS-CHOICE = 31
              PERFORM YEAR-END-ROLLOVER

           ELSE IF WS-CHOICE = 32
              PERFORM INCIDENT-LOG

           ELSE IF WS-CHOICE = 0
              PERFORM PROGRAM-DONE

           DISPLAY PROPER-SPACING.
           DISPLAY "ENTER APPLICANT NAME FOR OUR RECORDS: "
           ACCEPT WS-HF-APPLICANT-NAME.
           PERFORM WRITE-HEALTH-REJECTION.

      ***** SHARED WITH THE ONLINE INTAKE, WHICH SUPPLIES THE NAME
      ***** AND ANSWERS FROM THE APPLICATION LINE.
       WRITE-HEALTH-REJECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE ZEROES               TO HF-ID-NUMBER
           MOVE WS-HF-APPLICANT-NAME TO HF-APPLICANT-NAME
           MOVE 'MEMBERSHIP FEE'  TO PAY-DESC
           MOVE WS-AMOUNT-TENDERED TO PAY-AMOUNT
           MOVE SPACE           TO PAY-CLOSED-FLAG
           MOVE SPACE           TO PAY-PASS-USED-FLAG
           MOVE SPACE           TO PAY-REVERSAL-FLAG
           MOVE MEMBERSHIP-TYPE TO PAY-MEMTYPE
           MOVE SPACES          TO PAY-CHARGE-CODE.

           PERFORM OPEN-PAYMENT-EXTEND
           WRITE PAYMENT-REC BEFORE ADVANCING 1.
               CLOSE USER-FILE
               PERFORM ASK-ANOTHER-TRANSACTION
           ELSE IF MEMBER-ON-HOLD OR MEMBER-CANCELLED
                   OR MEMBER-PENDING
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBER STATUS IS " MEMBER-STATUS "."
               DISPLAY "NO RENEWAL MAY BE POSTED AGAINST THIS RECORD."
           MOVE 'RENEWAL FEE'    TO PAY-DESC
           MOVE WS-AMOUNT-TENDERED TO PAY-AMOUNT
           MOVE SPACE            TO PAY-CLOSED-FLAG
           MOVE SPACE            TO PAY-PASS-USED-FLAG
           MOVE SPACE            TO PAY-REVERSAL-FLAG
           MOVE MEMBERSHIP-TYPE  TO PAY-MEMTYPE
           MOVE SPACES           TO PAY-CHARGE-CODE.

           PERFORM OPEN-PAYMENT-EXTEND
           WRITE PAYMENT-REC BEFORE ADVANCING 1.
           DISPLAY RCPT-TOTAL-LINE.
           DISPLAY PROPER-SPACING.

      ***** A REFUND LINE PRINTS AS A MINUS AND COMES OFF THE TOTAL.
       PRINT-RECEIPT-LINE.
           IF PAY-ID-NUMBER = WS-RECEIPT-ID
               PERFORM SET-PAY-NET-AMOUNT
               MOVE PAY-MONTH TO RCPT-MM
               MOVE PAY-DAY TO RCPT-DD
               MOVE PAY-YEAR TO RCPT-YY
               MOVE PAY-DESC TO RCPT-DESC
               MOVE WS-PAY-NET-AMOUNT TO RCPT-AMOUNT
               ADD WS-PAY-NET-AMOUNT TO WS-RECEIPT-TOTAL
               DISPLAY RCPT-DETAIL-LINE
           END-IF.

           PERFORM ADD-PROGRAM-FEE-REC.

      ***** A MEMBER MAY SIGN UP FOR MORE THAN ONE PROGRAM IN ONE PASS.
      ***** NO ENROLLMENT MAY BE BOOKED AGAINST AN ON-HOLD, CANCELLED
      ***** OR STILL-PENDING RECORD.
       CHOOSE-PROGRAM.
           IF MEMBER-ON-HOLD OR MEMBER-CANCELLED OR MEMBER-PENDING
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBER STATUS IS " MEMBER-STATUS
                   " - ENROLLMENT NOT ALLOWED."
                  PERFORM ARCHIVE-DELETED-MEMBER
                  PERFORM PURGE-MEMBER-FROM-ROSTERS
                  PERFORM FLAG-MEMBER-LOCKERS
                  PERFORM FLAG-GROUP-DEPENDENTS
                  MOVE SPACES TO MEMBER-NAME
                  MOVE SPACES TO MEMBERSHIP-TYPE
                  MOVE 0 TO MEMBER-AGE
               MOVE MEMTYPE-FEE-SF TO PRN-FEE-OT
               ADD MEMTYPE-FEE-SF TO PAYMENTS-OT, TOTAL-PAYMENTS.

      ***** 13/15/17/19 = FULL VOIDS OF 12/14/16/18 (AND THE OLD
      ***** TYPE'S SIDE OF A TYPE CHANGE). EACH TAKES ONE SALE AND THE
      ***** AMOUNT BACK OFF ITS BUCKET.
           IF MEMTYPE-CODE-SF = 13 AND MT-YR-SF >= WS-REPORT-YEAR-FROM
                   AND MT-YR-SF <= WS-REPORT-YEAR-TO
               SUBTRACT 1 FROM MEMBERS-BR, TOTAL-MEMBERS
               SUBTRACT MEMTYPE-FEE-SF FROM PAYMENTS-BR, TOTAL-PAYMENTS.

           IF MEMTYPE-CODE-SF = 15 AND MT-YR-SF >= WS-REPORT-YEAR-FROM
                   AND MT-YR-SF <= WS-REPORT-YEAR-TO
               SUBTRACT 1 FROM MEMBERS-SL, TOTAL-MEMBERS
               SUBTRACT MEMTYPE-FEE-SF FROM PAYMENTS-SL, TOTAL-PAYMENTS.

           IF MEMTYPE-CODE-SF = 17 AND MT-YR-SF >= WS-REPORT-YEAR-FROM
                   AND MT-YR-SF <= WS-REPORT-YEAR-TO
               SUBTRACT 1 FROM MEMBERS-GD, TOTAL-MEMBERS
               SUBTRACT MEMTYPE-FEE-SF FROM PAYMENTS-GD, TOTAL-PAYMENTS.

           IF MEMTYPE-CODE-SF = 19 AND MT-YR-SF >= WS-REPORT-YEAR-FROM
                   AND MT-YR-SF <= WS-REPORT-YEAR-TO
               SUBTRACT 1 FROM MEMBERS-OT
               SUBTRACT MEMTYPE-FEE-SF FROM PAYMENTS-OT, TOTAL-PAYMENTS.

      ***** 23/25/27/29 = PARTIAL REFUNDS AGAINST 12/14/16/18. THE
      ***** SALE STANDS, SO ONLY THE AMOUNT COMES OFF ITS BUCKET.
           IF MEMTYPE-CODE-SF = 23 AND MT-YR-SF >= WS-REPORT-YEAR-FROM
                   AND MT-YR-SF <= WS-REPORT-YEAR-TO
               SUBTRACT MEMTYPE-FEE-SF FROM PAYMENTS-BR, TOTAL-PAYMENTS.

           IF MEMTYPE-CODE-SF = 25 AND MT-YR-SF >= WS-REPORT-YEAR-FROM
                   AND MT-YR-SF <= WS-REPORT-YEAR-TO
               SUBTRACT MEMTYPE-FEE-SF FROM PAYMENTS-SL, TOTAL-PAYMENTS.

           IF MEMTYPE-CODE-SF = 27 AND MT-YR-SF >= WS-REPORT-YEAR-FROM
                   AND MT-YR-SF <= WS-REPORT-YEAR-TO
               SUBTRACT MEMTYPE-FEE-SF FROM PAYMENTS-GD, TOTAL-PAYMENTS.

           IF MEMTYPE-CODE-SF = 29 AND MT-YR-SF >= WS-REPORT-YEAR-FROM
                   AND MT-YR-SF <= WS-REPORT-YEAR-TO
               SUBTRACT MEMTYPE-FEE-SF FROM PAYMENTS-OT, TOTAL-PAYMENTS.

           READ SORTED-SLS-FILE
                AT END MOVE 'Y' TO EOF-SWITCH
           END-READ.
           PERFORM TALLY-ONE-PROGRAM-FEE UNTIL EOF-SWITCH = 'Y'.
           CLOSE PAYMENT-FILE.

      ***** A RANGE REACHING BACK INTO A PAST YEAR ALSO READS THE
      ***** PAYMENT HISTORY LEFT BY THE YEAR-END ROLLOVER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           IF WS-REPORT-YEAR-FROM < WS-CURRENT-YEAR
               OPEN INPUT PAY-HIST-FILE
               MOVE 'N' TO EOF-SWITCH
               PERFORM TALLY-HIST-PROGRAM-FEE UNTIL EOF-SWITCH = 'Y'
               CLOSE PAY-HIST-FILE.

       TALLY-ONE-PROGRAM-FEE.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM ADD-PROGRAM-FEE-REVENUE
           END-READ.

       TALLY-HIST-PROGRAM-FEE.
           READ PAY-HIST-FILE INTO PAYMENT-REC
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM ADD-PROGRAM-FEE-REVENUE
           END-READ.

       ADD-PROGRAM-FEE-REVENUE.
           IF PAY-YEAR >= WS-REPORT-YEAR-FROM
                   AND PAY-YEAR <= WS-REPORT-YEAR-TO
               PERFORM SET-PAY-NET-AMOUNT
               IF PAY-DESC = 'ZUMBA PROGRAM FEE'
                   ADD WS-PAY-NET-AMOUNT TO REVENUE-ZU
                                     PT-TOTAL-REVENUE
               ELSE IF PAY-DESC = 'BODY COND PROG FEE'
                   ADD WS-PAY-NET-AMOUNT TO REVENUE-BC
                                     PT-TOTAL-REVENUE
               ELSE IF PAY-DESC = 'BODY BLDG PROG FEE'
                   ADD WS-PAY-NET-AMOUNT TO REVENUE-BB
                                     PT-TOTAL-REVENUE
               ELSE IF PAY-DESC = 'BOXING PROGRAM FEE'
                   ADD WS-PAY-NET-AMOUNT TO REVENUE-BX
                                     PT-TOTAL-REVENUE
               END-IF
           END-IF.

      ***** SKIP ENROLLMENTS LEFT BEHIND FOR A MEMBER WHO WAS LATER
      ***** DELETED, THE SAME WAY CHECK-RECONCILE-ID FLAGS THEM AS
      ***** ORPHANS FOR RECONCILE-SALES-AND-PROGRAMS, SO THE PROGRAM
           END-IF.

      ******************************************************************
      *          CHANGE MEMBERSHIP TYPE (UPGRADE / DOWNGRADE)          *
      ******************************************************************

      ***** MOVE A MEMBER TO ANOTHER MEMBERSHIP TYPE PART WAY THROUGH
      ***** THE TERM. AN UPGRADE (A HIGHER TIER) CREDITS THE UNUSED
      ***** DAYS OF THE OLD TYPE AGAINST THE NEW TYPE'S FULL FEE AND
      ***** STARTS A FRESH TERM TODAY; A DOWNGRADE KEEPS DATE-EXPIRE
      ***** AND PRICES THE DAYS LEFT AT BOTH RATES. THE DIFFERENCE
      ***** POSTS TO THE LEDGER - A CHARGE FOR AN UPGRADE, A CREDIT
      ***** (NEVER CASH) FOR A DOWNGRADE.
       MEMBERSHIP-TYPE-CHANGE.
           PERFORM FINDING-USER.

           IF IS-REC-FOUND = 'N' OR MEMBER-NAME = SPACES
               DISPLAY PROPER-SPACING
               CLOSE USER-FILE
               PERFORM ASK-ANOTHER-TRANSACTION
           ELSE IF MEMBER-ON-HOLD OR MEMBER-CANCELLED
                   OR MEMBER-PENDING
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBER STATUS IS " MEMBER-STATUS "."
               DISPLAY "NO TYPE CHANGE MAY BE POSTED ON THIS RECORD."
               DISPLAY PROPER-SPACING
               CLOSE USER-FILE
               PERFORM ASK-ANOTHER-TRANSACTION
           ELSE
               PERFORM LOAD-MEMBERSHIP-PRICES
               PERFORM SET-OLD-TYPE-RATE
               PERFORM COMPUTE-TYPE-CHANGE-DAYS
               IF WS-CT-OLD-CODE = ZEROES
                   DISPLAY PROPER-SPACING
                   DISPLAY "MEMBERSHIP TYPE ON FILE IS NOT RECOGNISED."
               ELSE IF WS-CT-DAYS-LEFT <= ZEROES
                   DISPLAY PROPER-SPACING
                   DISPLAY "MEMBERSHIP HAS NO TIME LEFT TO CHANGE."
                   DISPLAY "RENEW IT INSTEAD (MENU 9)."
               ELSE
                   PERFORM CHANGE-TYPE-FOR-MEMBER
               END-IF
               CLOSE USER-FILE
               PERFORM ASK-ANOTHER-TRANSACTION.

       CHANGE-TYPE-FOR-MEMBER.
           DISPLAY PROPER-SPACING.
           DISPLAY "CURRENT MEMBERSHIP TYPE:  " MEMBERSHIP-TYPE.
           DISPLAY "EXPIRATION DATE:          " DATE-EXPIRE.
           MOVE WS-CT-DAYS-LEFT TO WS-CT-DAYS-SHOW.
           DISPLAY "DAYS LEFT ON THE TERM:    " WS-CT-DAYS-SHOW.
           PERFORM ASK-NEW-MEMBERSHIP-TYPE.

           IF WS-CT-NEW-CODE = ZEROES
               DISPLAY "TYPE CHANGE CANCELLED."
           ELSE
               PERFORM PRICE-TYPE-CHANGE
               PERFORM CONFIRM-TYPE-CHANGE
               IF WS-CT-CONFIRM = 'Y' OR 'y'
                   PERFORM POST-TYPE-CHANGE
               ELSE
                   DISPLAY "TYPE CHANGE CANCELLED."
               END-IF.

      ***** LIST RATE AND TERM LENGTH OF THE TYPE THE MEMBER HOLDS
      ***** NOW, FROM THE SAME PRICE TABLE THE SIGN-UP SCREEN USES.
       SET-OLD-TYPE-RATE.
           MOVE ZEROES TO WS-CT-OLD-CODE.
           IF MEMBERSHIP-TYPE = 'BRONZE'
               MOVE 12 TO WS-CT-OLD-CODE
               MOVE WS-FEE-BRONZE TO WS-CT-OLD-FEE
               MOVE 1 TO WS-CT-OLD-MONTHS
           ELSE IF MEMBERSHIP-TYPE = 'SILVER'
               MOVE 14 TO WS-CT-OLD-CODE
               MOVE WS-FEE-SILVER TO WS-CT-OLD-FEE
               MOVE 3 TO WS-CT-OLD-MONTHS
           ELSE IF MEMBERSHIP-TYPE = 'GOLD'
               MOVE 16 TO WS-CT-OLD-CODE
               MOVE WS-FEE-GOLD TO WS-CT-OLD-FEE
               MOVE 6 TO WS-CT-OLD-MONTHS.

      ***** DAYS LEFT = DATE-EXPIRE LESS TODAY BY THE HOUSE DAYCOUNT.
      ***** LOAD-MEMBERSHIP-PRICES HAS ALREADY SET WS-TODAY-DAYCOUNT.
       COMPUTE-TYPE-CHANGE-DAYS.
           MOVE YEAR-EXPIRE     TO WS-CMP-YEAR
           MOVE MONTH-EXPIRE    TO WS-CMP-MONTH
           MOVE DAY-EXPIRE      TO WS-CMP-DAY
           PERFORM COMPUTE-DAYCOUNT
           MOVE WS-CMP-DAYCOUNT TO WS-EXPIRE-DAYCOUNT.
           COMPUTE WS-CT-DAYS-LEFT =
               WS-EXPIRE-DAYCOUNT - WS-TODAY-DAYCOUNT.

       ASK-NEW-MEMBERSHIP-TYPE.
           MOVE WS-FEE-BRONZE TO MENU-FEE-BR.
           MOVE WS-FEE-SILVER TO MENU-FEE-SL.
           MOVE WS-FEE-GOLD   TO MENU-FEE-GD.
           MOVE ZEROES TO WS-CT-NEW-CODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "                       CHANGE MEMBERSHIP TYPE"
           DISPLAY TITLE-UNDERLINE.
           DISPLAY PROPER-SPACING.
           DISPLAY MEM-MENU-LINE-1.
           DISPLAY MEM-MENU-LINE-2.
           DISPLAY MEM-MENU-LINE-3.
           DISPLAY "      [0]      CANCEL".
           DISPLAY PROPER-SPACING.
           DISPLAY "NEW MEMBERSHIP TYPE: ".
           ACCEPT WS-CT-NEW-NUM.

           IF WS-CT-NEW-NUM = 3
              MOVE 'BRONZE' TO WS-CT-NEW-TYPE
              MOVE 12 TO WS-CT-NEW-CODE
              MOVE WS-FEE-BRONZE TO WS-CT-NEW-FEE
              MOVE 1 TO WS-CT-NEW-MONTHS
           ELSE IF WS-CT-NEW-NUM = 2
              MOVE 'SILVER' TO WS-CT-NEW-TYPE
              MOVE 14 TO WS-CT-NEW-CODE
              MOVE WS-FEE-SILVER TO WS-CT-NEW-FEE
              MOVE 3 TO WS-CT-NEW-MONTHS
           ELSE IF WS-CT-NEW-NUM = 1
              MOVE 'GOLD' TO WS-CT-NEW-TYPE
              MOVE 16 TO WS-CT-NEW-CODE
              MOVE WS-FEE-GOLD TO WS-CT-NEW-FEE
              MOVE 6 TO WS-CT-NEW-MONTHS
           ELSE IF WS-CT-NEW-NUM = 0
              CONTINUE
           ELSE
              DISPLAY "PRESS [3], [2], [1] OR [0] ONLY."
              PERFORM ASK-NEW-MEMBERSHIP-TYPE.

           IF WS-CT-NEW-CODE NOT = ZEROES
                   AND WS-CT-NEW-CODE = WS-CT-OLD-CODE
              DISPLAY "MEMBER ALREADY HOLDS " MEMBERSHIP-TYPE
                  ". CHOOSE ANOTHER TYPE."
              PERFORM ASK-NEW-MEMBERSHIP-TYPE.

      ***** VALUE OF THE DAYS LEFT = LIST FEE x DAYS LEFT / DAYS IN
      ***** THAT TYPE'S TERM, TO THE NEAREST PESO (THE SALES FILE
      ***** CARRIES WHOLE PESOS). AN UPGRADE BUYS A WHOLE NEW TERM, SO
      ***** ITS NEW SIDE IS THE NEW TYPE'S LIST FEE, AND THE OLD
      ***** CREDIT IS CAPPED AT THAT FEE - AN UPGRADE IS NEVER A
      ***** CREDIT. A DOWNGRADE'S NEW SIDE IS CAPPED AT THE OLD VALUE -
      ***** A DOWNGRADE IS NEVER A CHARGE, WHATEVER THE DAILY RATES.
       PRICE-TYPE-CHANGE.
           IF WS-CT-NEW-CODE > WS-CT-OLD-CODE
               MOVE 'U' TO WS-CT-DIRECTION
           ELSE
               MOVE 'D' TO WS-CT-DIRECTION.

           COMPUTE WS-CT-OLD-VALUE ROUNDED =
               WS-CT-OLD-FEE * WS-CT-DAYS-LEFT
                   / (WS-CT-OLD-MONTHS * 30).
           IF CT-UPGRADE
               MOVE WS-CT-NEW-FEE TO WS-CT-NEW-VALUE
               IF WS-CT-OLD-VALUE > WS-CT-NEW-VALUE
                   MOVE WS-CT-NEW-VALUE TO WS-CT-OLD-VALUE
               END-IF
           ELSE
               COMPUTE WS-CT-NEW-VALUE ROUNDED =
                   WS-CT-NEW-FEE * WS-CT-DAYS-LEFT
                       / (WS-CT-NEW-MONTHS * 30)
               IF WS-CT-NEW-VALUE > WS-CT-OLD-VALUE
                   MOVE WS-CT-OLD-VALUE TO WS-CT-NEW-VALUE
               END-IF
           END-IF.
           COMPUTE WS-CT-DIFF = WS-CT-NEW-VALUE - WS-CT-OLD-VALUE.

           DISPLAY PROPER-SPACING.
           IF CT-UPGRADE
               MOVE 'UNUSED VALUE CREDITED:' TO CTV-LABEL
               MOVE WS-CT-OLD-VALUE TO CTV-AMOUNT
               DISPLAY CT-VALUE-LINE
               MOVE 'NEW TERM AT LIST FEE:' TO CTV-LABEL
               MOVE WS-CT-NEW-VALUE TO CTV-AMOUNT
               DISPLAY CT-VALUE-LINE
               MOVE 'UPGRADE CHARGE DUE:' TO CTV-LABEL
               MOVE WS-CT-DIFF TO CTV-AMOUNT
               DISPLAY CT-VALUE-LINE
               DISPLAY "THE NEW TERM RUNS " WS-CT-NEW-MONTHS
                   " MONTH(S) FROM TODAY."
               IF WS-CT-DIFF = ZEROES
                   DISPLAY "THE UNUSED VALUE COVERS THE NEW TERM;"
                       " ANY EXCESS IS NOT CARRIED OVER."
               END-IF
           ELSE
               MOVE 'UNUSED VALUE AT OLD RATE:' TO CTV-LABEL
               MOVE WS-CT-OLD-VALUE TO CTV-AMOUNT
               DISPLAY CT-VALUE-LINE
               MOVE 'SAME DAYS AT NEW RATE:' TO CTV-LABEL
               MOVE WS-CT-NEW-VALUE TO CTV-AMOUNT
               DISPLAY CT-VALUE-LINE
               MOVE 'CREDIT TO ACCOUNT:' TO CTV-LABEL
               COMPUTE CTV-AMOUNT = ZEROES - WS-CT-DIFF
               DISPLAY CT-VALUE-LINE
               DISPLAY "EXPIRATION DATE STAYS " DATE-EXPIRE "."
           END-IF.

       CONFIRM-TYPE-CHANGE.
           DISPLAY PROPER-SPACING.
           DISPLAY "CHANGE " MEMBERSHIP-TYPE " TO " WS-CT-NEW-TYPE "?"
           DISPLAY "PRESS [Y] = YES | [N] = NO".
           ACCEPT WS-CT-CONFIRM.

               IF WS-CT-CONFIRM = 'Y' OR 'y' OR 'N' OR 'n'
                  CONTINUE
               ELSE
                  DISPLAY "PRESS [Y] OR [N] ONLY."
                  PERFORM CONFIRM-TYPE-CHANGE.

      ***** JOURNALED LIKE A RENEWAL: TYPE-CHG1, CARRYING THE
      ***** PRE-CHANGE TYPE, EXPIRY AND STATUS, BEFORE THE MEMBER
      ***** RECORD IS TOUCHED; TYPE-CHG2 ONCE THE LEDGER LINE IS ON
      ***** FILE; EMPTIED AFTER THE AUDIT LINE. THE SALES FILE GETS A
      ***** REVERSAL OF THE OLD TYPE AND A SALE OF THE NEW ONE, SO THE
      ***** YEAR-END REPORT MOVES THE MEMBER (AND THE REVENUE) ACROSS
      ***** TYPES AND NETS TO THE LEDGER DIFFERENCE.
       POST-TYPE-CHANGE.
           MOVE 'TYPE-CHG1' TO WS-TX-TYPE
           MOVE ID-NUMBER TO WS-TX-ID
           MOVE DATE-EXPIRE TO WS-TX-OLD-EXPIRE
           MOVE MEMBER-STATUS TO WS-TX-OLD-STATUS
           MOVE MEMBERSHIP-TYPE TO WS-TX-OLD-TYPE
           MOVE WS-CT-OLD-VALUE TO WS-TX-OLD-VALUE
           MOVE WS-CT-NEW-VALUE TO WS-TX-NEW-VALUE
           PERFORM NOTE-TXN-START.

           MOVE WS-CT-NEW-TYPE TO MEMBERSHIP-TYPE.
           IF CT-UPGRADE
               PERFORM RESTART-TERM-FOR-UPGRADE.
           REWRITE MEMBER-RECORD.

           MOVE ID-NUMBER TO WS-LG-ID-NUMBER.
           PERFORM SET-TYPE-CHANGE-DESC.
           IF WS-CT-DIFF > ZEROES
               MOVE WS-CT-DIFF TO WS-LG-AMOUNT
               PERFORM POST-LEDGER-CHARGE
           ELSE IF WS-CT-DIFF < ZEROES
               COMPUTE WS-LG-AMOUNT = ZEROES - WS-CT-DIFF
               PERFORM POST-LEDGER-CREDIT
           END-IF.

           MOVE 'TYPE-CHG2' TO WS-TX-TYPE
           PERFORM NOTE-TXN-START.
           PERFORM ADD-TYPE-CHANGE-SALES-RECS.
           PERFORM WRITE-TYPE-CHANGE-AUDIT.
           PERFORM CLEAR-TXN-STATE.

           DISPLAY PROPER-SPACING.
           IF CT-UPGRADE
               DISPLAY "MEMBERSHIP TYPE CHANGED TO " MEMBERSHIP-TYPE
                   ". NEW EXPIRATION DATE: " DATE-EXPIRE
           ELSE
               DISPLAY "MEMBERSHIP TYPE CHANGED TO " MEMBERSHIP-TYPE
                   ". EXPIRATION DATE UNCHANGED: " DATE-EXPIRE
           END-IF.

           IF WS-CT-DIFF > ZEROES
               PERFORM OFFER-TYPE-CHANGE-PAYMENT.

      ***** THE UPGRADE BUYS A FULL TERM OF THE NEW TYPE FROM TODAY,
      ***** WITH THE SAME CALENDAR-MONTH ARITHMETIC A SIGN-UP USES.
       RESTART-TERM-FOR-UPGRADE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO MONTH-EXPIRE
           MOVE WS-CURRENT-DAY   TO DAY-EXPIRE
           MOVE WS-CURRENT-YEAR  TO YEAR-EXPIRE
           MOVE WS-CT-NEW-NUM    TO WS-MEMBERSHIP-NUM
           PERFORM ADD-TERM-TO-EXPIRE.

       WRITE-TYPE-CHANGE-AUDIT.
           IF CT-UPGRADE
               MOVE 'UPGRADE' TO WS-AUDIT-TRANS
           ELSE
               MOVE 'DOWNGRADE' TO WS-AUDIT-TRANS.
           MOVE WS-TX-ID TO WS-AUDIT-MEMBER-ID.
           PERFORM WRITE-AUDIT-REC.

      ***** THE UPGRADE CHARGE SITS ON THE MEMBER'S ACCOUNT; IT CAN BE
      ***** SETTLED NOW THROUGH THE SAME ON-ACCOUNT PAYMENT THE POINT
      ***** OF SALE TAKES, OR LEFT FOR A LATER VISIT.
       OFFER-TYPE-CHANGE-PAYMENT.
           DISPLAY PROPER-SPACING.
           DISPLAY "TAKE PAYMENT ON ACCOUNT NOW? "
           DISPLAY "PRESS [Y] = YES | [N] = NO".
           ACCEPT WS-CT-PAY-NOW.

               IF WS-CT-PAY-NOW = 'Y' OR 'y'
                  MOVE ID-NUMBER TO WS-POS-MEMBER-ID
                  MOVE ID-NUMBER TO WS-BAL-ID
                  PERFORM COMPUTE-MEMBER-BALANCE
                  MOVE WS-BAL-AMOUNT TO LG-BALANCE-AMT
                  DISPLAY LG-BALANCE-LINE
                  PERFORM GET-ON-ACCOUNT-AMOUNT
                  PERFORM POST-ON-ACCOUNT-PAYMENT
                  MOVE ID-NUMBER TO WS-RECEIPT-ID
                  PERFORM OFFER-PRINT-RECEIPT
               ELSE IF WS-CT-PAY-NOW = 'N' OR 'n'
                  DISPLAY "CHARGE LEFT ON ACCOUNT (SEE MENU 20)."
               ELSE
                  DISPLAY "PRESS [Y] OR [N] ONLY."
                  PERFORM OFFER-TYPE-CHANGE-PAYMENT.

       SET-TYPE-CHANGE-DESC.
           IF CT-DOWNGRADE
               IF WS-CT-NEW-CODE = 12
                   MOVE 'DOWNGRADE TO BRONZE' TO WS-LG-DESC
               ELSE IF WS-CT-NEW-CODE = 14
                   MOVE 'DOWNGRADE TO SILVER' TO WS-LG-DESC
               ELSE
                   MOVE 'DOWNGRADE TO GOLD' TO WS-LG-DESC
               END-IF
           ELSE
               IF WS-CT-NEW-CODE = 12
                   MOVE 'UPGRADE TO BRONZE' TO WS-LG-DESC
               ELSE IF WS-CT-NEW-CODE = 14
                   MOVE 'UPGRADE TO SILVER' TO WS-LG-DESC
               ELSE
                   MOVE 'UPGRADE TO GOLD' TO WS-LG-DESC
               END-IF
           END-IF.

      ***** THE TWO TALLY LINES GO ON THE END OF SLSFILE.TXT, THE
      ***** REVERSAL FIRST - THE ORDER RECOVERY LOOKS FOR.
       ADD-TYPE-CHANGE-SALES-RECS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN EXTEND SALES-FILE
           COMPUTE MEMTYPE-CODE = WS-CT-OLD-CODE + 1.
           MOVE WS-CT-OLD-VALUE TO MEMTYPE-FEE.
           MOVE WS-CURRENT-YEAR TO MT-YR.
           WRITE SALES-REC BEFORE ADVANCING 1.
           PERFORM WRITE-NEW-TYPE-SALES-REC.
           CLOSE SALES-FILE.

       WRITE-NEW-TYPE-SALES-REC.
           MOVE WS-CT-NEW-CODE TO MEMTYPE-CODE.
           MOVE WS-CT-NEW-VALUE TO MEMTYPE-FEE.
           MOVE WS-CURRENT-YEAR TO MT-YR.
           WRITE SALES-REC BEFORE ADVANCING 1.

      ******************************************************************
      *          MEMBERSHIP HOLD / STATUS LIFECYCLE                    *
      ******************************************************************

      ***** PAUSE A MEMBERSHIP FOR TRAVEL OR INJURY, RESUME IT WITH
      ***** THE FROZEN DAYS CREDITED ONTO DATE-EXPIRE, OR CANCEL THE
      ***** MEMBERSHIP OUTRIGHT WITHOUT BLANKING THE RECORD.
       MEMBERSHIP-HOLD-STATUS.
           PERFORM FINDING-USER.

           IF IS-REC-FOUND = 'N' OR MEMBER-NAME = SPACES
               DISPLAY PROPER-SPACING
               DISPLAY "NO ACTIVE MEMBER ON FILE FOR THAT ID."
               DISPLAY PROPER-SPACING
               CLOSE USER-FILE
               PERFORM ASK-ANOTHER-TRANSACTION
           ELSE
               PERFORM ASK-HOLD-MODE
               IF WS-HOLD-MODE = 1
                   PERFORM PLACE-MEMBER-ON-HOLD
               ELSE IF WS-HOLD-MODE = 2
                   PERFORM RETURN-MEMBER-FROM-HOLD
               ELSE
                   PERFORM CANCEL-MEMBERSHIP
               END-IF
               CLOSE USER-FILE
               PERFORM ASK-ANOTHER-TRANSACTION.

       ASK-HOLD-MODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "  PRESS:  "
           DISPLAY "      [1]     PLACE MEMBERSHIP ON HOLD"
           DISPLAY "      [2]     RETURN MEMBER FROM HOLD"
           DISPLAY "      [3]     CANCEL MEMBERSHIP"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-HOLD-MODE.

               IF WS-HOLD-MODE = 1 OR WS-HOLD-MODE = 2
                       OR WS-HOLD-MODE = 3
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-HOLD-MODE.

       PLACE-MEMBER-ON-HOLD.
           IF MEMBER-ON-HOLD
               DISPLAY "MEMBER IS ALREADY ON HOLD."
           ELSE IF MEMBER-CANCELLED
               DISPLAY "MEMBERSHIP IS CANCELLED - NOTHING TO HOLD."
           ELSE IF MEMBER-PENDING
               DISPLAY "APPLICATION NOT YET ACTIVATED - NOTHING TO"
                   " HOLD."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE 'ON-HOLD' TO MEMBER-STATUS
               MOVE WS-CURRENT-MONTH TO WS-DC-MM
               MOVE WS-CURRENT-DAY   TO WS-DC-DD
               MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
               MOVE WS-DATE-CANON TO HOLD-START-DATE
               REWRITE MEMBER-RECORD
               MOVE 'HOLD' TO WS-AUDIT-TRANS
               MOVE ID-NUMBER TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBERSHIP ON HOLD AS OF " HOLD-START-DATE ".".

      ***** CREDIT THE FROZEN DAYS (HOLD START TO TODAY, BY THE HOUSE
      ***** DAYCOUNT) ONTO DATE-EXPIRE AND REACTIVATE THE MEMBER.
      ***** A MEDICAL HOLD IS LIFTED ONLY BY RECORDING THE CLEARANCE
      ***** IN THE INCIDENT LOG, WHICH THEN RESUMES THE MEMBER HERE.
      ***** A RECORD WITH NO EXPIRATION DATE NEVER HAD A PAID TERM
      ***** AND IS NOT RESUMED.
       RETURN-MEMBER-FROM-HOLD.
           IF NOT MEMBER-ON-HOLD
               DISPLAY "MEMBER IS NOT ON HOLD."
           ELSE IF DATE-EXPIRE = SPACES
               DISPLAY "MEMBER HAS NO EXPIRATION DATE ON FILE - NOT"
                   " RESUMED."
               DISPLAY "CHECK THE MEMBER'S PAYMENTS BEFORE RETURNING"
                   " FROM HOLD."
           ELSE IF MEMBER-MEDICAL-HOLD
               DISPLAY "MEMBER IS ON MEDICAL HOLD - RECORD THE MEDICAL"
                   " CLEARANCE"
               DISPLAY "IN THE INCIDENT LOG (MENU 32) TO RESUME."
           ELSE
               PERFORM RESUME-HELD-MEMBER.

       RESUME-HELD-MEMBER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE HOLD-YEAR  TO WS-CMP-YEAR
           MOVE HOLD-MONTH TO WS-CMP-MONTH
           MOVE HOLD-DAY   TO WS-CMP-DAY
           PERFORM COMPUTE-DAYCOUNT
           MOVE WS-CMP-DAYCOUNT TO WS-HOLD-START-DAYCOUNT

           MOVE WS-CURRENT-YEAR  TO WS-CMP-YEAR
           MOVE WS-CURRENT-MONTH TO WS-CMP-MONTH
           MOVE WS-CURRENT-DAY   TO WS-CMP-DAY
           PERFORM COMPUTE-DAYCOUNT
           MOVE WS-CMP-DAYCOUNT TO WS-TODAY-DAYCOUNT

           COMPUTE WS-FROZEN-DAYS =
               WS-TODAY-DAYCOUNT - WS-HOLD-START-DAYCOUNT
           IF WS-FROZEN-DAYS < ZEROES
               MOVE ZEROES TO WS-FROZEN-DAYS
           END-IF

           MOVE WS-FROZEN-DAYS TO WS-DAYS-TO-ADD
           PERFORM ADD-DAYS-TO-EXPIRE
           MOVE 'ACTIVE' TO MEMBER-STATUS
           MOVE SPACES TO HOLD-START-DATE
           REWRITE MEMBER-RECORD
           MOVE 'RESUME' TO WS-AUDIT-TRANS
           MOVE ID-NUMBER TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC
           DISPLAY PROPER-SPACING
           DISPLAY "MEMBERSHIP RESUMED. DAYS CREDITED: "
               WS-DAYS-TO-ADD
           DISPLAY "NEW EXPIRATION DATE: " DATE-EXPIRE.

       CANCEL-MEMBERSHIP.
           IF MEMBER-CANCELLED
               MOVE ID-NUMBER TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC
               PERFORM FLAG-MEMBER-LOCKERS
               PERFORM FLAG-GROUP-DEPENDENTS
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBERSHIP CANCELLED.".

               PERFORM ADD-CHARGE-CODE
           ELSE IF WS-POS-MODE = 4
               PERFORM CHANGE-CHARGE-CODE
           ELSE IF WS-POS-MODE = 5
               PERFORM PAY-ON-ACCOUNT
           ELSE IF WS-POS-MODE = 6
               PERFORM REFUND-PAYMENT
           ELSE
               PERFORM STOCK-CONTROL.

           PERFORM ASK-ANOTHER-TRANSACTION.

           DISPLAY "      [3]     ADD A CHARGE CODE"
           DISPLAY "      [4]     CHANGE/DELETE A CHARGE CODE"
           DISPLAY "      [5]     TAKE A PAYMENT ON ACCOUNT"
           DISPLAY "      [6]     REFUND / VOID A PAYMENT"
           DISPLAY "      [7]     STOCK CONTROL"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-POS-MODE.

               IF WS-POS-MODE = 1 OR WS-POS-MODE = 2
                       OR WS-POS-MODE = 3 OR WS-POS-MODE = 4
                       OR WS-POS-MODE = 5 OR WS-POS-MODE = 6
                       OR WS-POS-MODE = 7
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
           MOVE 'ON-ACCOUNT PAYMENT' TO PAY-DESC
           MOVE WS-AMOUNT-INPUT  TO PAY-AMOUNT
           MOVE SPACE            TO PAY-CLOSED-FLAG
           MOVE SPACE            TO PAY-PASS-USED-FLAG
           MOVE SPACE            TO PAY-REVERSAL-FLAG
           MOVE SPACES           TO PAY-MEMTYPE
           MOVE SPACES           TO PAY-CHARGE-CODE.

           PERFORM OPEN-PAYMENT-EXTEND
           WRITE PAYMENT-REC BEFORE ADVANCING 1.
                       MOVE CC-CODE  TO WS-CC-CODE (WS-CC-COUNT)
                       MOVE CC-DESC  TO WS-CC-DESC (WS-CC-COUNT)
                       MOVE CC-PRICE TO WS-CC-PRICE (WS-CC-COUNT)
                       MOVE 'S' TO WS-CC-STOCK-FLAG (WS-CC-COUNT)
                       MOVE ZEROES TO WS-CC-QTY (WS-CC-COUNT)
                       MOVE ZEROES TO WS-CC-REORDER (WS-CC-COUNT)
                       MOVE ZEROES TO WS-CC-COST (WS-CC-COUNT)
                       MOVE ZEROES TO WS-CC-PKG-SESSIONS (WS-CC-COUNT)
                       MOVE ZEROES TO WS-CC-PKG-MONTHS (WS-CC-COUNT)
                       IF CC-STOCKED
                           MOVE 'M' TO WS-CC-STOCK-FLAG (WS-CC-COUNT)
                           MOVE CC-QTY-ON-HAND
                               TO WS-CC-QTY (WS-CC-COUNT)
                           MOVE CC-REORDER-POINT
                               TO WS-CC-REORDER (WS-CC-COUNT)
                           MOVE CC-UNIT-COST
                               TO WS-CC-COST (WS-CC-COUNT)
                       ELSE IF CC-PT-PACKAGE
                           MOVE 'P' TO WS-CC-STOCK-FLAG (WS-CC-COUNT)
                           MOVE CC-PKG-SESSIONS
                               TO WS-CC-PKG-SESSIONS (WS-CC-COUNT)
                           MOVE CC-PKG-MONTHS
                               TO WS-CC-PKG-MONTHS (WS-CC-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "CHARGE TABLE FULL - ENTRY IGNORED: "
                           CC-DESC
           MOVE WS-CC-CODE (WS-CC-SUB)  TO CCL-CODE
           MOVE WS-CC-DESC (WS-CC-SUB)  TO CCL-DESC
           MOVE WS-CC-PRICE (WS-CC-SUB) TO CCL-PRICE
           IF WS-CC-STOCK-FLAG (WS-CC-SUB) = 'M'
               MOVE WS-CC-QTY (WS-CC-SUB) TO WS-STK-QTY-SHOW
               MOVE WS-STK-QTY-SHOW TO CCL-ON-HAND
           ELSE
               MOVE '  N/A' TO CCL-ON-HAND
           END-IF
           DISPLAY CC-LIST-DETAIL-LINE
           ADD 1 TO WS-CC-SUB.


           IF WS-POS-FOUND = 'N'
               DISPLAY "NO SUCH CHARGE CODE."
           ELSE IF WS-CC-STOCK-FLAG (WS-CC-SUB) = 'M'
                   AND WS-CC-QTY (WS-CC-SUB) < 1
               DISPLAY "OUT OF STOCK: " WS-CC-DESC (WS-CC-SUB)
           ELSE IF WS-CC-STOCK-FLAG (WS-CC-SUB) = 'P'
                   AND WS-POS-MEMBER-ID = ZEROES
               DISPLAY "PT PACKAGES ARE SOLD TO A MEMBER ID ONLY."
           ELSE
               PERFORM ADD-POS-PAYMENT-REC
               PERFORM ADD-POS-SALES-REC
               IF WS-CC-STOCK-FLAG (WS-CC-SUB) = 'M'
                   PERFORM TAKE-SOLD-ITEM-FROM-STOCK
               END-IF
               IF WS-CC-STOCK-FLAG (WS-CC-SUB) = 'P'
                   PERFORM CREATE-PT-ENTITLEMENT
               END-IF
               ADD WS-CC-PRICE (WS-CC-SUB) TO WS-POS-TXN-TOTAL
               IF WS-POS-ITEM-COUNT < 20
                   ADD 1 TO WS-POS-ITEM-COUNT
           MOVE WS-CC-DESC (WS-CC-SUB)  TO PAY-DESC
           MOVE WS-CC-PRICE (WS-CC-SUB) TO PAY-AMOUNT
           MOVE SPACE TO PAY-CLOSED-FLAG
           MOVE SPACE TO PAY-PASS-USED-FLAG
           MOVE SPACE TO PAY-REVERSAL-FLAG
           MOVE SPACES TO PAY-MEMTYPE
           MOVE WS-CC-CODE (WS-CC-SUB) TO PAY-CHARGE-CODE.

           PERFORM OPEN-PAYMENT-EXTEND
           WRITE PAYMENT-REC BEFORE ADVANCING 1.
               ACCEPT WS-NEW-DESC
               DISPLAY "PRICE (WHOLE PESOS): "
               ACCEPT WS-NEW-PRICE
               PERFORM GET-NEW-STOCK-DETAILS
               MOVE ZEROES TO WS-NEW-QTY
               IF WS-NEW-STOCK-FLAG = 'M'
                   DISPLAY "OPENING QUANTITY ON HAND: "
                   ACCEPT WS-NEW-QTY
               END-IF
               MOVE WS-NEW-CODE       TO WS-CL-CODE
               MOVE WS-NEW-DESC       TO WS-CL-DESC
               MOVE WS-NEW-PRICE      TO WS-CL-PRICE
               MOVE WS-NEW-STOCK-FLAG TO WS-CL-STOCK-FLAG
               MOVE WS-NEW-QTY        TO WS-CL-QTY
               MOVE WS-NEW-REORDER    TO WS-CL-REORDER
               MOVE WS-NEW-COST       TO WS-CL-COST
               MOVE WS-NEW-PKG-SESSIONS TO WS-CL-PKG-SESSIONS
               MOVE WS-NEW-PKG-MONTHS   TO WS-CL-PKG-MONTHS
               OPEN EXTEND CHARGE-FILE
               WRITE CHARGE-REC FROM WS-CHARGE-LINE
                   BEFORE ADVANCING 1
               END-WRITE
               CLOSE CHARGE-FILE
               IF WS-NEW-QTY > ZEROES
                   MOVE WS-NEW-CODE     TO WS-SM-CODE
                   MOVE WS-NEW-COST     TO WS-SM-UNIT-COST
                   MOVE 'ADJUST'        TO WS-SM-TYPE
                   MOVE WS-NEW-QTY      TO WS-SM-QTY
                   MOVE 'OPENING STOCK' TO WS-SM-REASON
                   PERFORM WRITE-STOCK-MOVEMENT
               END-IF
               DISPLAY "CHARGE CODE ADDED.".

      ***** CORRECT A MIS-KEYED PRICE OR RETIRE A CHARGE CODE: THE
               MOVE WS-CC-CODE (WS-CC-WRITE-SUB)  TO WS-CL-CODE
               MOVE WS-CC-DESC (WS-CC-WRITE-SUB)  TO WS-CL-DESC
               MOVE WS-CC-PRICE (WS-CC-WRITE-SUB) TO WS-CL-PRICE
               MOVE WS-CC-STOCK-FLAG (WS-CC-WRITE-SUB)
                   TO WS-CL-STOCK-FLAG
               MOVE WS-CC-QTY (WS-CC-WRITE-SUB)     TO WS-CL-QTY
               MOVE WS-CC-REORDER (WS-CC-WRITE-SUB) TO WS-CL-REORDER
               MOVE WS-CC-COST (WS-CC-WRITE-SUB)    TO WS-CL-COST
               MOVE WS-CC-PKG-SESSIONS (WS-CC-WRITE-SUB)
                   TO WS-CL-PKG-SESSIONS
               MOVE WS-CC-PKG-MONTHS (WS-CC-WRITE-SUB)
                   TO WS-CL-PKG-MONTHS
               WRITE CHARGE-REC FROM WS-CHARGE-LINE
                   BEFORE ADVANCING 1
               END-WRITE
           ADD 1 TO WS-CC-WRITE-SUB.

      ******************************************************************
      *              STOCK CONTROL (MERCHANDISE CHARGE CODES)          *
      ******************************************************************

      ***** STOCKED CHARGE CODES (CC-STOCK-FLAG 'M') CARRY A QUANTITY
      ***** ON HAND AND A REORDER POINT; SERVICE CODES (DAY PASSES,
      ***** PERSONAL TRAINING, LOCKERS) CARRY NO STOCK. EVERY CHANGE
      ***** TO A QUANTITY - SALE, DELIVERY OR COUNT ADJUSTMENT - IS
      ***** ALSO LOGGED TO STOCKMOV.TXT, WHICH THE VALUATION REPORT
      ***** READS TO WORK OUT ANY MONTH'S OPENING AND CLOSING STOCK.
       STOCK-CONTROL.
           PERFORM ASK-STOCK-MODE.

           IF WS-STK-MODE = 1
               PERFORM GOODS-RECEIVED
           ELSE IF WS-STK-MODE = 2
               PERFORM STOCK-COUNT-ADJUSTMENT
           ELSE IF WS-STK-MODE = 3
               PERFORM LOW-STOCK-REPORT
           ELSE IF WS-STK-MODE = 4
               PERFORM STOCK-VALUATION-REPORT
           ELSE
               PERFORM SET-STOCK-DETAILS.

       ASK-STOCK-MODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "  PRESS:  "
           DISPLAY "      [1]     GOODS RECEIVED (DELIVERY)"
           DISPLAY "      [2]     STOCK-COUNT ADJUSTMENT"
           DISPLAY "      [3]     LOW-STOCK / REORDER REPORT"
           DISPLAY "      [4]     MONTHLY STOCK VALUATION REPORT"
           DISPLAY "      [5]     SET A CHARGE CODE'S KIND / DETAILS"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-STK-MODE.

               IF WS-STK-MODE = 1 OR WS-STK-MODE = 2
                       OR WS-STK-MODE = 3 OR WS-STK-MODE = 4
                       OR WS-STK-MODE = 5
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-STOCK-MODE.

      ***** LEAVES WS-POS-FOUND 'Y' AND WS-CC-SUB ON THE ENTRY ONLY
      ***** WHEN THE CODE IS ON FILE AND IS A STOCKED ITEM.
       PICK-STOCKED-CODE.
           PERFORM LOAD-CHARGE-TABLE.
           MOVE 'N' TO WS-POS-FOUND.

           IF WS-CC-COUNT = ZEROES
               DISPLAY PROPER-SPACING
               DISPLAY "NO CHARGE CODES ON FILE."
           ELSE
               PERFORM DISPLAY-CHARGE-LIST
               DISPLAY "ENTER CHARGE CODE: "
               ACCEPT WS-POS-CODE-IN
               MOVE 1 TO WS-CC-SUB
               PERFORM FIND-CHARGE-CODE
                   UNTIL WS-POS-FOUND = 'Y'
                      OR WS-CC-SUB > WS-CC-COUNT
               IF WS-POS-FOUND = 'N'
                   DISPLAY "NO SUCH CHARGE CODE."
               ELSE IF WS-CC-STOCK-FLAG (WS-CC-SUB) NOT = 'M'
                   DISPLAY "THAT CODE IS A SERVICE - NO STOCK IS KEPT."
                   MOVE 'N' TO WS-POS-FOUND
               END-IF
           END-IF.

       GOODS-RECEIVED.
           PERFORM PICK-STOCKED-CODE.

           IF WS-POS-FOUND = 'Y'
               MOVE WS-CC-QTY (WS-CC-SUB) TO WS-STK-QTY-SHOW
               DISPLAY "ON HAND NOW: " WS-STK-QTY-SHOW
               PERFORM GET-RECEIVED-QTY
               DISPLAY "UNIT COST (WHOLE PESOS, 0 = UNCHANGED): "
               ACCEPT WS-STK-COST-IN
               IF WS-STK-COST-IN NOT = ZEROES
                   MOVE WS-STK-COST-IN TO WS-CC-COST (WS-CC-SUB)
               END-IF
               ADD WS-STK-QTY-IN TO WS-CC-QTY (WS-CC-SUB)
               MOVE ZEROES TO WS-CC-SKIP-SUB
               PERFORM REWRITE-CHARGE-FILE

               MOVE 'RECEIPT' TO WS-SM-TYPE
               MOVE WS-STK-QTY-IN TO WS-SM-QTY
               MOVE 'GOODS RECEIVED' TO WS-SM-REASON
               PERFORM LOG-STOCK-MOVEMENT
               MOVE 'STOCK-RCV' TO WS-AUDIT-TRANS
               MOVE ZEROES TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC

               MOVE WS-CC-QTY (WS-CC-SUB) TO WS-STK-QTY-SHOW
               DISPLAY "GOODS RECEIVED. ON HAND NOW: " WS-STK-QTY-SHOW
           END-IF.

       GET-RECEIVED-QTY.
           DISPLAY "QUANTITY RECEIVED: "
           ACCEPT WS-STK-QTY-IN.

           IF WS-STK-QTY-IN = ZEROES
                   OR WS-STK-QTY-IN + WS-CC-QTY (WS-CC-SUB) > 99999
               DISPLAY "ENTER A QUANTITY FROM 1 TO 99999."
               PERFORM GET-RECEIVED-QTY.

      ***** THE OPERATOR KEYS WHAT IS ACTUALLY ON THE SHELF; THE
      ***** DIFFERENCE FROM THE BOOK QUANTITY IS THE ADJUSTMENT.
       STOCK-COUNT-ADJUSTMENT.
           PERFORM PICK-STOCKED-CODE.

           IF WS-POS-FOUND = 'Y'
               MOVE WS-CC-QTY (WS-CC-SUB) TO WS-STK-QTY-SHOW
               DISPLAY "ON HAND PER RECORDS: " WS-STK-QTY-SHOW
               DISPLAY "QUANTITY COUNTED ON THE SHELF: "
               ACCEPT WS-STK-COUNT-IN
               COMPUTE WS-STK-ADJ =
                   WS-STK-COUNT-IN - WS-CC-QTY (WS-CC-SUB)
               IF WS-STK-ADJ = ZEROES
                   DISPLAY "COUNT AGREES WITH RECORDS - NO ADJUSTMENT."
               ELSE
                   PERFORM GET-ADJUSTMENT-REASON
                   MOVE WS-STK-COUNT-IN TO WS-CC-QTY (WS-CC-SUB)
                   MOVE ZEROES TO WS-CC-SKIP-SUB
                   PERFORM REWRITE-CHARGE-FILE

                   MOVE 'ADJUST' TO WS-SM-TYPE
                   MOVE WS-STK-ADJ TO WS-SM-QTY
                   MOVE WS-STK-REASON-DESC TO WS-SM-REASON
                   PERFORM LOG-STOCK-MOVEMENT
                   MOVE 'STOCK-ADJ' TO WS-AUDIT-TRANS
                   MOVE ZEROES TO WS-AUDIT-MEMBER-ID
                   PERFORM WRITE-AUDIT-REC

                   MOVE WS-STK-ADJ TO WS-STK-ADJ-SHOW
                   DISPLAY "STOCK ADJUSTED BY " WS-STK-ADJ-SHOW "."
               END-IF
           END-IF.

       GET-ADJUSTMENT-REASON.
           DISPLAY "REASON FOR THE ADJUSTMENT:"
           DISPLAY "      [1]     BREAKAGE / DAMAGE"
           DISPLAY "      [2]     SHRINKAGE / LOSS"
           DISPLAY "      [3]     COUNT CORRECTION"
           DISPLAY "      [4]     OTHER"
           ACCEPT WS-STK-REASON.

           IF WS-STK-REASON = 1
               MOVE 'BREAKAGE / DAMAGE' TO WS-STK-REASON-DESC
           ELSE IF WS-STK-REASON = 2
               MOVE 'SHRINKAGE / LOSS' TO WS-STK-REASON-DESC
           ELSE IF WS-STK-REASON = 3
               MOVE 'COUNT CORRECTION' TO WS-STK-REASON-DESC
           ELSE IF WS-STK-REASON = 4
               MOVE 'OTHER' TO WS-STK-REASON-DESC
           ELSE
               DISPLAY "PRESS [1], [2], [3] OR [4] ONLY."
               PERFORM GET-ADJUSTMENT-REASON.

      ***** CALLED FROM SELL-ONE-ITEM WITH WS-CC-SUB ON THE ITEM JUST
      ***** RUNG UP.
       TAKE-SOLD-ITEM-FROM-STOCK.
           SUBTRACT 1 FROM WS-CC-QTY (WS-CC-SUB).
           MOVE ZEROES TO WS-CC-SKIP-SUB.
           PERFORM REWRITE-CHARGE-FILE.

           MOVE 'SALE' TO WS-SM-TYPE
           MOVE -1 TO WS-SM-QTY
           MOVE 'POS SALE' TO WS-SM-REASON
           PERFORM LOG-STOCK-MOVEMENT.

           IF WS-CC-QTY (WS-CC-SUB) <= WS-CC-REORDER (WS-CC-SUB)
               MOVE WS-CC-QTY (WS-CC-SUB) TO WS-STK-QTY-SHOW
               DISPLAY "AT OR BELOW REORDER POINT - ON HAND: "
                   WS-STK-QTY-SHOW.

      ***** THE CALLER SETS WS-SM-TYPE, WS-SM-QTY AND WS-SM-REASON;
      ***** THE CODE AND UNIT COST COME FROM THE TABLE ENTRY AT
      ***** WS-CC-SUB.
       LOG-STOCK-MOVEMENT.
           MOVE WS-CC-CODE (WS-CC-SUB) TO WS-SM-CODE
           MOVE WS-CC-COST (WS-CC-SUB) TO WS-SM-UNIT-COST.
           PERFORM WRITE-STOCK-MOVEMENT.

       WRITE-STOCK-MOVEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-SM-MONTH
           MOVE WS-CURRENT-DAY   TO WS-SM-DAY
           MOVE WS-CURRENT-YEAR  TO WS-SM-YEAR
           MOVE WS-OPERATOR-ID   TO WS-SM-STAFF-ID.

           OPEN EXTEND STOCKMOV-FILE
           WRITE STOCKMOV-REC FROM WS-STOCKMOV-LINE
               BEFORE ADVANCING 1.
           CLOSE STOCKMOV-FILE.

       LOW-STOCK-REPORT.
           PERFORM LOAD-CHARGE-TABLE.
           MOVE ZEROES TO WS-STK-LISTED.

           OPEN OUTPUT STOCK-RPT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE PROGRAM-HEADING-LINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE TITLE-UNDERLINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE "                    LOW-STOCK / REORDER REPORT"
               TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE SPACES TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE SK-LOW-HEADING-LINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE TOPIC-UNDERLINE-1 TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.

           MOVE 1 TO WS-CC-SUB.
           PERFORM LIST-LOW-STOCK-ENTRY UNTIL WS-CC-SUB > WS-CC-COUNT.

           IF WS-STK-LISTED = ZEROES
               MOVE "NO STOCKED ITEM IS AT OR BELOW ITS REORDER POINT."
                   TO STOCK-RPT-REC
               PERFORM WRITE-SK-LINE.
           MOVE TOPIC-UNDERLINE-2 TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           CLOSE STOCK-RPT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY "LOW-STOCK REPORT WRITTEN TO STOCKRPT.TXT".

       LIST-LOW-STOCK-ENTRY.
           IF WS-CC-STOCK-FLAG (WS-CC-SUB) = 'M'
                   AND WS-CC-QTY (WS-CC-SUB)
                       <= WS-CC-REORDER (WS-CC-SUB)
               ADD 1 TO WS-STK-LISTED
               MOVE WS-CC-CODE (WS-CC-SUB)    TO SKL-CODE
               MOVE WS-CC-DESC (WS-CC-SUB)    TO SKL-DESC
               MOVE WS-CC-QTY (WS-CC-SUB)     TO SKL-ON-HAND
               MOVE WS-CC-REORDER (WS-CC-SUB) TO SKL-REORDER
               MOVE SK-LOW-DETAIL-LINE TO STOCK-RPT-REC
               PERFORM WRITE-SK-LINE.
           ADD 1 TO WS-CC-SUB.

      ***** CLOSING STOCK FOR THE MONTH = ON HAND TODAY LESS EVERY
      ***** MOVEMENT DATED AFTER THAT MONTH; OPENING = CLOSING LESS
      ***** THE MONTH'S OWN RECEIPTS, SALES AND ADJUSTMENTS. STOCK IS
      ***** VALUED AT EACH ITEM'S CURRENT UNIT COST.
       STOCK-VALUATION-REPORT.
           PERFORM GET-VALUATION-MONTH.
           COMPUTE WS-SV-PERIOD = WS-SV-YEAR * 100 + WS-SV-MONTH.
           PERFORM LOAD-CHARGE-TABLE.

           MOVE 1 TO WS-CC-SUB.
           PERFORM CLEAR-SV-ENTRY UNTIL WS-CC-SUB > 50.

           OPEN INPUT STOCKMOV-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM TALLY-STOCK-MOVEMENT UNTIL EOF-SWITCH = 'Y'.
           CLOSE STOCKMOV-FILE.

           MOVE ZEROES TO WS-SV-TOTAL-VALUE.
           MOVE WS-SV-MONTH TO SK-HDR-MONTH.
           MOVE WS-SV-YEAR  TO SK-HDR-YEAR.
           OPEN OUTPUT STOCK-RPT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE PROGRAM-HEADING-LINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE TITLE-UNDERLINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE SK-VAL-HEADING-LINE-1 TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE SPACES TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE SK-VAL-COLUMN-LINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE TOPIC-UNDERLINE-1 TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.

           MOVE 1 TO WS-CC-SUB.
           PERFORM PRINT-VALUATION-ENTRY UNTIL WS-CC-SUB > WS-CC-COUNT.

           MOVE TOPIC-UNDERLINE-2 TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           MOVE WS-SV-TOTAL-VALUE TO SKT-VALUE.
           MOVE SK-VAL-TOTAL-LINE TO STOCK-RPT-REC
           PERFORM WRITE-SK-LINE.
           CLOSE STOCK-RPT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY "STOCK VALUATION WRITTEN TO STOCKRPT.TXT".

       GET-VALUATION-MONTH.
           DISPLAY PROPER-SPACING.
           DISPLAY "REPORT MONTH (1-12): "
           ACCEPT WS-SV-MONTH.

           IF WS-SV-MONTH < 1 OR WS-SV-MONTH > 12
               DISPLAY "ENTER A MONTH FROM 1 TO 12."
               PERFORM GET-VALUATION-MONTH
           ELSE
               DISPLAY "REPORT YEAR (YYYY): "
               ACCEPT WS-SV-YEAR.

       CLEAR-SV-ENTRY.
           MOVE ZEROES TO WS-SV-RECV (WS-CC-SUB)
           MOVE ZEROES TO WS-SV-SOLD (WS-CC-SUB)
           MOVE ZEROES TO WS-SV-ADJ (WS-CC-SUB)
           MOVE ZEROES TO WS-SV-AFTER (WS-CC-SUB)
           ADD 1 TO WS-CC-SUB.

       TALLY-STOCK-MOVEMENT.
           READ STOCKMOV-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   COMPUTE WS-SV-MOV-PERIOD =
                       SM-YEAR * 100 + SM-MONTH
                   MOVE SM-CODE TO WS-POS-CODE-IN
                   MOVE 'N' TO WS-POS-FOUND
                   MOVE 1 TO WS-CC-SUB
                   PERFORM FIND-CHARGE-CODE
                       UNTIL WS-POS-FOUND = 'Y'
                          OR WS-CC-SUB > WS-CC-COUNT
                   IF WS-POS-FOUND = 'Y'
                       PERFORM TALLY-SV-ENTRY
                   END-IF
           END-READ.

       TALLY-SV-ENTRY.
           IF WS-SV-MOV-PERIOD > WS-SV-PERIOD
               ADD SM-QTY TO WS-SV-AFTER (WS-CC-SUB)
           ELSE IF WS-SV-MOV-PERIOD = WS-SV-PERIOD
               IF SM-TYPE = 'SALE'
                   SUBTRACT SM-QTY FROM WS-SV-SOLD (WS-CC-SUB)
               ELSE IF SM-TYPE = 'RECEIPT'
                   ADD SM-QTY TO WS-SV-RECV (WS-CC-SUB)
               ELSE
                   ADD SM-QTY TO WS-SV-ADJ (WS-CC-SUB)
               END-IF
           END-IF.

       PRINT-VALUATION-ENTRY.
           IF WS-CC-STOCK-FLAG (WS-CC-SUB) = 'M'
               COMPUTE WS-SV-CLOSE =
                   WS-CC-QTY (WS-CC-SUB) - WS-SV-AFTER (WS-CC-SUB)
               COMPUTE WS-SV-OPEN = WS-SV-CLOSE
                   - WS-SV-RECV (WS-CC-SUB)
                   + WS-SV-SOLD (WS-CC-SUB)
                   - WS-SV-ADJ (WS-CC-SUB)
               COMPUTE WS-SV-VALUE =
                   WS-SV-CLOSE * WS-CC-COST (WS-CC-SUB)
               ADD WS-SV-VALUE TO WS-SV-TOTAL-VALUE
               MOVE WS-CC-CODE (WS-CC-SUB) TO SKV-CODE
               MOVE WS-CC-DESC (WS-CC-SUB) TO SKV-DESC
               MOVE WS-SV-OPEN             TO SKV-OPEN
               MOVE WS-SV-RECV (WS-CC-SUB) TO SKV-RECV
               MOVE WS-SV-SOLD (WS-CC-SUB) TO SKV-SOLD
               MOVE WS-SV-ADJ (WS-CC-SUB)  TO SKV-ADJ
               MOVE WS-SV-CLOSE            TO SKV-CLOSE
               MOVE WS-CC-COST (WS-CC-SUB) TO SKV-COST
               MOVE WS-SV-VALUE            TO SKV-VALUE
               MOVE SK-VAL-DETAIL-LINE TO STOCK-RPT-REC
               PERFORM WRITE-SK-LINE.
           ADD 1 TO WS-CC-SUB.

       WRITE-SK-LINE.
           DISPLAY STOCK-RPT-REC.
           WRITE STOCK-RPT-REC BEFORE ADVANCING 1.

      ***** MARK A CHARGE CODE AS STOCKED, SERVICE OR PT PACKAGE AND
      ***** SET ITS REORDER POINT AND UNIT COST OR ITS SESSIONS AND
      ***** VALIDITY. QUANTITIES ONLY EVER MOVE THROUGH A DELIVERY, A
      ***** COUNT ADJUSTMENT OR A SALE.
       SET-STOCK-DETAILS.
           PERFORM LOAD-CHARGE-TABLE.

           IF WS-CC-COUNT = ZEROES
               DISPLAY PROPER-SPACING
               DISPLAY "NO CHARGE CODES ON FILE."
           ELSE
               PERFORM DISPLAY-CHARGE-LIST
               DISPLAY "ENTER CHARGE CODE: "
               ACCEPT WS-POS-CODE-IN
               MOVE 'N' TO WS-POS-FOUND
               MOVE 1 TO WS-CC-SUB
               PERFORM FIND-CHARGE-CODE
                   UNTIL WS-POS-FOUND = 'Y'
                      OR WS-CC-SUB > WS-CC-COUNT
               IF WS-POS-FOUND = 'N'
                   DISPLAY "NO SUCH CHARGE CODE."
               ELSE
                   PERFORM GET-NEW-STOCK-DETAILS
                   IF WS-NEW-STOCK-FLAG NOT = 'M'
                           AND WS-CC-QTY (WS-CC-SUB) > ZEROES
                       DISPLAY "STOCK IS STILL ON HAND - ADJUST IT TO"
                           " ZERO FIRST."
                   ELSE
                       MOVE WS-NEW-STOCK-FLAG
                           TO WS-CC-STOCK-FLAG (WS-CC-SUB)
                       MOVE WS-NEW-REORDER TO WS-CC-REORDER (WS-CC-SUB)
                       MOVE WS-NEW-COST    TO WS-CC-COST (WS-CC-SUB)
                       MOVE WS-NEW-PKG-SESSIONS
                           TO WS-CC-PKG-SESSIONS (WS-CC-SUB)
                       MOVE WS-NEW-PKG-MONTHS
                           TO WS-CC-PKG-MONTHS (WS-CC-SUB)
                       MOVE ZEROES TO WS-CC-SKIP-SUB
                       PERFORM REWRITE-CHARGE-FILE
                       DISPLAY "STOCK DETAILS SAVED."
                   END-IF
               END-IF
           END-IF.

       GET-NEW-STOCK-DETAILS.
           MOVE ZEROES TO WS-NEW-REORDER.
           MOVE ZEROES TO WS-NEW-COST.
           MOVE ZEROES TO WS-NEW-PKG-SESSIONS.
           MOVE ZEROES TO WS-NEW-PKG-MONTHS.
           DISPLAY "KIND OF CHARGE CODE:"
           DISPLAY "      [1]     STOCKED MERCHANDISE"
           DISPLAY "      [2]     SERVICE (NO STOCK KEPT)"
           DISPLAY "      [3]     PREPAID PT SESSION PACKAGE"
           ACCEPT WS-STK-KIND.

           IF WS-STK-KIND = 1
               MOVE 'M' TO WS-NEW-STOCK-FLAG
               DISPLAY "REORDER POINT (QUANTITY): "
               ACCEPT WS-NEW-REORDER
               DISPLAY "UNIT COST (WHOLE PESOS): "
               ACCEPT WS-NEW-COST
           ELSE IF WS-STK-KIND = 2
               MOVE 'S' TO WS-NEW-STOCK-FLAG
           ELSE IF WS-STK-KIND = 3
               MOVE 'P' TO WS-NEW-STOCK-FLAG
               PERFORM GET-NEW-PKG-SESSIONS
               PERFORM GET-NEW-PKG-MONTHS
           ELSE
               DISPLAY "PRESS [1], [2] OR [3] ONLY."
               PERFORM GET-NEW-STOCK-DETAILS.

       GET-NEW-PKG-SESSIONS.
           DISPLAY "SESSIONS IN THE PACKAGE: "
           ACCEPT WS-NEW-PKG-SESSIONS.

           IF WS-NEW-PKG-SESSIONS = ZEROES
               DISPLAY "A PACKAGE MUST HOLD AT LEAST 1 SESSION."
               PERFORM GET-NEW-PKG-SESSIONS.

       GET-NEW-PKG-MONTHS.
           DISPLAY "MONTHS THE PACKAGE STAYS VALID: "
           ACCEPT WS-NEW-PKG-MONTHS.

           IF WS-NEW-PKG-MONTHS = ZEROES
               DISPLAY "A PACKAGE MUST BE VALID FOR AT LEAST 1 MONTH."
               PERFORM GET-NEW-PKG-MONTHS.

      ******************************************************************
      *              DAILY CASH CLOSE-OUT (Z-REPORT)                   *
      ******************************************************************

      ***** BALANCE THE DRAWER FOR ONE DATE: LIST EVERY PAYMENT TAKEN
      ***** THAT DAY WITH SUBTOTALS BY DESCRIPTION AND A GRAND TOTAL,
      ***** SPOOLED TO ZREPORT.TXT, THEN STAMP THOSE PAYMENTS CLOSED
      ***** SO THE SAME MONEY CANNOT BE COUNTED INTO TWO CLOSE-OUTS.
      ***** A REPRINT SHOWS THE DATE'S PAYMENTS (CLOSED INCLUDED)
      ***** WITHOUT STAMPING ANYTHING.
       DAILY-CASH-CLOSEOUT.
           PERFORM ASK-ZREPORT-MODE.
           PERFORM GET-CLOSEOUT-DATE.
           MOVE WS-VAL-MONTH TO WS-DC-MM
           MOVE WS-VAL-DAY   TO WS-DC-DD
           MOVE WS-VAL-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON TO WS-ZR-DATE.

           PERFORM PRINT-ZREPORT.

           IF WS-ZR-MODE = 1 AND WS-ZR-PAY-COUNT > ZEROES
               PERFORM STAMP-CLOSED-PAYMENTS
               DISPLAY "PAYMENTS STAMPED CLOSED: " WS-ZR-STAMPED
               MOVE 'CLOSE-OUT' TO WS-AUDIT-TRANS
               MOVE ZEROES TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC.

           DISPLAY PROPER-SPACING.
           PERFORM ASK-ANOTHER-TRANSACTION.

       ASK-ZREPORT-MODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "  PRESS:  "
           DISPLAY "      [1]     RUN END-OF-DAY CLOSE-OUT"
           DISPLAY "      [2]     REPRINT A CLOSE-OUT BY DATE"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-ZR-MODE.

               IF WS-ZR-MODE = 1 OR WS-ZR-MODE = 2
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-ZREPORT-MODE.

       GET-CLOSEOUT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY PROPER-SPACING.
           DISPLAY "CLOSE-OUT DATE (MM/DD/YYYY),"
           DISPLAY "OR PRESS ENTER FOR TODAY: "
           ACCEPT WS-DATE-INPUT.

           IF WS-DATE-INPUT = SPACES
               MOVE WS-CURRENT-MONTH TO WS-VAL-MONTH
               MOVE WS-CURRENT-DAY   TO WS-VAL-DAY
               MOVE WS-CURRENT-YEAR  TO WS-VAL-YEAR
               MOVE 'Y' TO WS-DATE-VALID
           ELSE
               IF WS-DI-MM IS NUMERIC AND WS-DI-DD IS NUMERIC
                       AND WS-DI-YYYY IS NUMERIC
                   MOVE WS-DI-MM   TO WS-VAL-MONTH
                   MOVE WS-DI-DD   TO WS-VAL-DAY
                   MOVE WS-DI-YYYY TO WS-VAL-YEAR
                   PERFORM VALIDATE-DATE-FIELDS
               ELSE
                   MOVE 'N' TO WS-DATE-VALID.

           IF WS-DATE-VALID = 'N'
               DISPLAY "INVALID DATE. PLEASE RE-ENTER."
               PERFORM GET-CLOSEOUT-DATE.

       PRINT-ZREPORT.
           MOVE ZEROES TO WS-ZR-GRAND-TOTAL.
           MOVE ZEROES TO WS-ZR-PAY-COUNT.
           PERFORM RESET-ZR-TABLE.

           MOVE WS-ZR-DATE TO ZR-HDR-DATE.
           OPEN OUTPUT ZREPORT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY TITLE-UNDERLINE.
           DISPLAY PROGRAM-HEADING-LINE.
                           AND (WS-ZR-MODE = 2
                           OR PAY-CLOSED-FLAG NOT = 'Y')
                       ADD 1 TO WS-ZR-PAY-COUNT
                       PERFORM SET-PAY-NET-AMOUNT
                       ADD WS-PAY-NET-AMOUNT TO WS-ZR-GRAND-TOTAL
                       MOVE PAY-ID-NUMBER TO ZR-ID-NUMBER
                       MOVE PAY-DESC TO ZR-DESC
                       MOVE WS-PAY-NET-AMOUNT TO ZR-AMOUNT
                       DISPLAY ZR-DETAIL-LINE
                       MOVE ZR-DETAIL-LINE TO ZREPORT-REC
                       WRITE ZREPORT-REC BEFORE ADVANCING 1
               END-IF
           END-IF.

      ***** A REFUND TAKES ONE OFF THE QUANTITY AS WELL AS THE MONEY,
      ***** SO A SALE RUNG AND VOIDED THE SAME DAY NETS TO NOTHING.
           IF WS-ZR-DESC-FOUND = 'Y'
               IF PAY-REVERSAL-FLAG = 'R'
                   SUBTRACT 1 FROM WS-ZR-DESC-QTY (WS-ZR-SUB)
               ELSE
                   ADD 1 TO WS-ZR-DESC-QTY (WS-ZR-SUB)
               END-IF
               ADD WS-PAY-NET-AMOUNT TO WS-ZR-DESC-TOTAL (WS-ZR-SUB).

       FIND-DESC-ENTRY.
           IF WS-ZR-DESC (WS-ZR-SUB) = PAY-DESC
           END-READ.

      ******************************************************************
      *                  REFUND / VOID A PAYMENT                       *
      ******************************************************************

      ***** TAKE MONEY BACK FOR A PAYMENT ALREADY ON PAYMENT-FILE: A
      ***** WRONG CHARGE CODE RUNG, A DOUBLE-CHARGED FEE, OR A
      ***** CANCELLATION MANAGEMENT HAS APPROVED. A SUPERVISOR MUST
      ***** SIGN ON AND A REASON CODE IS REQUIRED. THE ORIGINAL LINE
      ***** IS STAMPED 'V' AND A REFUND LINE ('R') DATED TODAY IS
      ***** ADDED, SO THE MONEY SHOWS AS A MINUS ON TODAY'S CLOSE-OUT;
      ***** THE LEDGER LINES THE PAYMENT POSTED ARE OFFSET, AND A
      ***** REVERSING TALLY LINE GOES TO SALES-FILE FOR THE YEAR-END
      ***** REPORT.
       REFUND-PAYMENT.
           PERFORM SUPERVISOR-SIGN-ON.

           IF WS-RF-SUPV-OK = 'N'
               DISPLAY PROPER-SPACING
               DISPLAY "REFUND REFUSED - A SUPERVISOR MUST APPROVE IT."
           ELSE
               PERFORM GET-POS-MEMBER-ID
               PERFORM GET-REFUND-ORIG-DATE
               PERFORM LIST-REFUNDABLE-PAYMENTS
               IF WS-RF-COUNT = ZEROES
                   DISPLAY "NO REFUNDABLE PAYMENTS ON FILE FOR THAT"
                       " ID AND DATE."
               ELSE
                   PERFORM PICK-REFUND-LINE
                   PERFORM GET-REFUND-AMOUNT
                   PERFORM GET-REFUND-REASON
                   PERFORM CONFIRM-REFUND
                   IF WS-RF-CONFIRM = 'Y'
                       PERFORM POST-REFUND
                   ELSE
                       DISPLAY "REFUND CANCELLED. NOTHING POSTED."
                   END-IF
               END-IF
           END-IF.

      ***** A SECOND SIGN-ON, AGAINST A STAFF-FILE RECORD CARRYING THE
      ***** SUPERVISOR ROLE. THE SIGNED-ON OPERATOR IS LEFT ALONE SO
      ***** THE AUDIT LINE STILL NAMES WHO RAN THE TRANSACTION. AN
      ***** EMPTY STAFF-FILE BYPASSES THE CHECK, AS IT DOES AT SIGN-ON.
       SUPERVISOR-SIGN-ON.
           DISPLAY PROPER-SPACING.
           DISPLAY "SUPERVISOR APPROVAL REQUIRED."
           MOVE ZEROES TO WS-RF-TRIES.
           MOVE 'N' TO WS-RF-SUPV-OK.
           PERFORM TRY-SUPERVISOR-SIGN-ON
               UNTIL WS-RF-SUPV-OK = 'Y' OR WS-RF-TRIES >= 3.

       TRY-SUPERVISOR-SIGN-ON.
           ADD 1 TO WS-RF-TRIES.
           DISPLAY "SUPERVISOR STAFF ID: "
           ACCEPT WS-RF-SUPV-ID.
           DISPLAY "ACCESS CODE: "
           ACCEPT WS-RF-SUPV-CODE.

           MOVE 'N' TO WS-RF-STAFF-ON-FILE.
           OPEN INPUT STAFF-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM CHECK-SUPERVISOR-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE STAFF-FILE.

           IF WS-RF-STAFF-ON-FILE = 'N'
               DISPLAY "NO STAFF RECORDS ON FILE - APPROVAL BYPASSED."
               MOVE ZEROES TO WS-RF-SUPV-ID
               MOVE 'Y' TO WS-RF-SUPV-OK
           ELSE IF WS-RF-SUPV-OK = 'Y'
               DISPLAY "APPROVED BY: " WS-RF-SUPV-NAME
           ELSE
               DISPLAY "NOT A SUPERVISOR, OR ACCESS CODE NOT"
                   " RECOGNIZED.".

       CHECK-SUPERVISOR-RECORD.
           READ STAFF-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   MOVE 'Y' TO WS-RF-STAFF-ON-FILE
                   IF STF-ID = WS-RF-SUPV-ID
                           AND STF-ACCESS-CODE = WS-RF-SUPV-CODE
                           AND STF-SUPERVISOR
                       MOVE STF-NAME TO WS-RF-SUPV-NAME
                       MOVE 'Y' TO WS-RF-SUPV-OK
                   END-IF
           END-READ.

       GET-REFUND-ORIG-DATE.
           DISPLAY PROPER-SPACING.
           DISPLAY "DATE OF THE ORIGINAL PAYMENT."
           MOVE 'N' TO WS-DATE-VALID.
           PERFORM ACCEPT-VALID-DATE UNTIL WS-DATE-VALID = 'Y'.
           MOVE WS-VAL-MONTH TO WS-DC-MM
           MOVE WS-VAL-DAY   TO WS-DC-DD
           MOVE WS-VAL-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON TO WS-RF-ORIG-DATE.

       LIST-REFUNDABLE-PAYMENTS.
           MOVE ZEROES TO WS-RF-COUNT.
           DISPLAY PROPER-SPACING.
           DISPLAY RF-LIST-HEADING-LINE.
           DISPLAY TOPIC-UNDERLINE-1.
           PERFORM OPEN-PAYMENT-INPUT.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM SELECT-REFUNDABLE-PAYMENT UNTIL EOF-SWITCH = 'Y'.
           CLOSE PAYMENT-FILE.
           DISPLAY TOPIC-UNDERLINE-1.

      ***** ONLY ORDINARY PAYMENT LINES QUALIFY: A REFUND LINE, OR AN
      ***** ORIGINAL ALREADY REVERSED, IS LEFT OFF THE PICK LIST.
       SELECT-REFUNDABLE-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF PAY-ID-NUMBER = WS-POS-MEMBER-ID
                           AND PAY-DATE = WS-RF-ORIG-DATE
                           AND PAY-REVERSAL-FLAG = SPACE
                           AND WS-RF-COUNT < 20
                       ADD 1 TO WS-RF-COUNT
                       MOVE PAY-DESC   TO WS-RF-DESC (WS-RF-COUNT)
                       MOVE PAY-AMOUNT TO WS-RF-AMOUNT (WS-RF-COUNT)
                       MOVE PAY-MEMTYPE
                           TO WS-RF-PAY-MEMTYPE (WS-RF-COUNT)
                       MOVE PAY-CHARGE-CODE
                           TO WS-RF-PAY-CHARGE (WS-RF-COUNT)
                       MOVE WS-RF-COUNT TO RFL-LINE-NO
                       MOVE PAY-DESC    TO RFL-DESC
                       MOVE PAY-AMOUNT  TO RFL-AMOUNT
                       DISPLAY RF-LIST-DETAIL-LINE
                   END-IF
           END-READ.

       PICK-REFUND-LINE.
           DISPLAY "LINE TO REFUND: "
           ACCEPT WS-RF-PICK.

           IF WS-RF-PICK < 1 OR WS-RF-PICK > WS-RF-COUNT
               DISPLAY "PICK A LINE NUMBER FROM THE LIST."
               PERFORM PICK-REFUND-LINE
           ELSE
               MOVE WS-RF-DESC (WS-RF-PICK)   TO WS-RF-ORIG-DESC
               MOVE WS-RF-AMOUNT (WS-RF-PICK) TO WS-RF-ORIG-AMOUNT
               MOVE WS-RF-PAY-MEMTYPE (WS-RF-PICK)
                   TO WS-RF-ORIG-MEMTYPE
               MOVE WS-RF-PAY-CHARGE (WS-RF-PICK)
                   TO WS-RF-ORIG-CHARGE.

      ***** THE FULL AMOUNT VOIDS THE PAYMENT; LESS IS A PARTIAL
      ***** REFUND. EITHER WAY THE ORIGINAL LINE CAN ONLY BE REFUNDED
      ***** ONCE.
       GET-REFUND-AMOUNT.
           MOVE WS-RF-ORIG-AMOUNT TO RFL-AMOUNT.
           DISPLAY "ORIGINAL AMOUNT: " RFL-AMOUNT
           DISPLAY "AMOUNT TO REFUND: "
           ACCEPT WS-AMOUNT-INPUT.

           IF WS-AMOUNT-INPUT = ZEROES
                   OR WS-AMOUNT-INPUT > WS-RF-ORIG-AMOUNT
               DISPLAY "ENTER AN AMOUNT FROM 1 UP TO THE ORIGINAL"
                   " PAYMENT."
               PERFORM GET-REFUND-AMOUNT
           ELSE
               MOVE WS-AMOUNT-INPUT TO WS-RF-REFUND-AMT.

       GET-REFUND-REASON.
           DISPLAY PROPER-SPACING.
           DISPLAY "  REASON FOR THE REFUND:  "
           DISPLAY "      [1]     WRONG CHARGE CODE RUNG"
           DISPLAY "      [2]     DUPLICATE CHARGE"
           DISPLAY "      [3]     APPROVED CANCELLATION"
           DISPLAY "      [4]     SERVICE NOT DELIVERED"
           DISPLAY "      [5]     OTHER (MANAGEMENT APPROVAL)"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-RF-REASON.

               IF WS-RF-REASON < 1 OR WS-RF-REASON > 5
                  DISPLAY PROPER-SPACING
                  PERFORM GET-REFUND-REASON
               ELSE
                  PERFORM SET-REFUND-REASON-DESC.

       SET-REFUND-REASON-DESC.
           IF WS-RF-REASON = 1
               MOVE 'WRONG CHARGE CODE' TO WS-RF-REASON-DESC
           ELSE IF WS-RF-REASON = 2
               MOVE 'DUPLICATE CHARGE' TO WS-RF-REASON-DESC
           ELSE IF WS-RF-REASON = 3
               MOVE 'APPROVED CANCEL' TO WS-RF-REASON-DESC
           ELSE IF WS-RF-REASON = 4
               MOVE 'NOT DELIVERED' TO WS-RF-REASON-DESC
           ELSE IF WS-RF-REASON = 5
               MOVE 'OTHER - MGMT APPROVAL' TO WS-RF-REASON-DESC
           ELSE
               MOVE SPACES TO WS-RF-REASON-DESC.

       CONFIRM-REFUND.
           MOVE WS-RF-REFUND-AMT TO RFL-AMOUNT.
           DISPLAY PROPER-SPACING.
           DISPLAY "REFUND " RFL-AMOUNT " AGAINST " WS-RF-ORIG-DESC
           DISPLAY "MEMBER ID " WS-POS-MEMBER-ID "  PAID "
               WS-RF-ORIG-DATE "  REASON: " WS-RF-REASON-DESC
           DISPLAY "PRESS [Y] = POST THE REFUND | ANY OTHER KEY ="
               " CANCEL."
           ACCEPT WS-RF-CONFIRM.

           IF WS-RF-CONFIRM = 'y'
               MOVE 'Y' TO WS-RF-CONFIRM.

      ***** EVERY POSTING IS WORKED OUT BEFORE THE FIRST FILE IS
      ***** TOUCHED, AND THE JOURNAL CARRIES THE REFUND'S DETAILS. THE
      ***** REFUND2 MARK SET BY THE PAYMENT-FILE REWRITE STAYS UNTIL
      ***** THE LEDGER, SALES, STOCK, PT PACKAGE, LOG AND AUDIT LINES
      ***** ARE ALL ON FILE; RECOVERY POSTS WHICHEVER OF THEM IS NOT.
       POST-REFUND.
           PERFORM SET-REFUND-POSTINGS.
           PERFORM REWRITE-PAYMENTS-FOR-REFUND.
           PERFORM POST-REFUND-LEDGER.
           PERFORM POST-REFUND-SALES-REC.
           PERFORM RETURN-REFUNDED-GOODS.
           PERFORM WRITE-REFUND-LOG.

           MOVE 'REFUND' TO WS-AUDIT-TRANS
           MOVE WS-POS-MEMBER-ID TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.
           PERFORM CLEAR-TXN-STATE.

           MOVE WS-RF-REFUND-AMT TO RFL-AMOUNT.
           DISPLAY PROPER-SPACING.
           DISPLAY "REFUND POSTED. PAY " RFL-AMOUNT
               " OUT OF THE DRAWER.".
           IF WS-RF-LG-CHARGE = 'Y'
                   AND WS-RF-SALE-AMT > WS-RF-REFUND-AMT
               MOVE WS-RF-SALE-AMT TO RFL-AMOUNT
               DISPLAY "THE WHOLE CHARGE OF " RFL-AMOUNT
                   " IS CREDITED - NOTHING LEFT OWING ON IT.".

      ***** THE LEDGER LINES TO OFFSET AND THE AMOUNT THEY TAKE BACK,
      ***** THE TALLY CODE, AND WHETHER GOODS GO BACK ON THE SHELF.
       SET-REFUND-POSTINGS.
           MOVE WS-OPERATOR-ID TO WS-RF-STAFF-ID.
           PERFORM SET-REFUND-LEDGER-AMOUNTS.
           PERFORM SET-REFUND-SALES-CODE.
           MOVE ZEROES TO WS-RF-ONHAND.
           PERFORM SET-REFUND-RESTOCK.
           IF WS-RF-RESTOCK = 'Y'
               MOVE WS-CC-QTY (WS-CC-SUB) TO WS-RF-ONHAND.

      ***** THE JOURNAL'S COPY OF THE REFUND, AND RECOVERY'S WAY BACK
      ***** FROM IT.
       NOTE-REFUND-IN-TXN.
           MOVE WS-RF-ORIG-DATE    TO WS-TX-RF-ORIG-DATE
           MOVE WS-RF-ORIG-DESC    TO WS-TX-RF-DESC
           MOVE WS-RF-REFUND-AMT   TO WS-TX-RF-AMOUNT
           MOVE WS-RF-ORIG-AMOUNT  TO WS-TX-RF-ORIG-AMOUNT
           MOVE WS-RF-ORIG-CHARGE  TO WS-TX-RF-CHARGE
           MOVE WS-RF-ORIG-MEMTYPE TO WS-TX-RF-MEMTYPE
           MOVE WS-RF-REASON       TO WS-TX-RF-REASON
           MOVE WS-RF-SUPV-ID      TO WS-TX-RF-SUPV-ID
           MOVE WS-RF-STAFF-ID     TO WS-TX-RF-STAFF-ID
           MOVE WS-RF-ONHAND       TO WS-TX-RF-ONHAND.

       LOAD-REFUND-FROM-TXN.
           MOVE WS-TX-ID             TO WS-POS-MEMBER-ID
           MOVE WS-TX-DATE           TO WS-RF-TODAY
           MOVE WS-TX-RF-ORIG-DATE   TO WS-RF-ORIG-DATE
           MOVE WS-TX-RF-DESC        TO WS-RF-ORIG-DESC
           MOVE WS-TX-RF-AMOUNT      TO WS-RF-REFUND-AMT
           MOVE WS-TX-RF-ORIG-AMOUNT TO WS-RF-ORIG-AMOUNT
           MOVE WS-TX-RF-CHARGE      TO WS-RF-ORIG-CHARGE
           MOVE WS-TX-RF-MEMTYPE     TO WS-RF-ORIG-MEMTYPE
           MOVE WS-TX-RF-REASON      TO WS-RF-REASON
           MOVE WS-TX-RF-SUPV-ID     TO WS-RF-SUPV-ID
           MOVE WS-TX-RF-STAFF-ID    TO WS-RF-STAFF-ID
           MOVE WS-TX-RF-ONHAND      TO WS-RF-ONHAND.
           PERFORM SET-REFUND-REASON-DESC.

      ***** SAME TWO-MARK BRACKET AS STAMP-CLOSED-PAYMENTS: REFUND1
      ***** WHILE THE WORK COPY IS TAKEN (THE MASTER IS STILL
      ***** INTACT), REFUND2 ONCE THE COPY IS COMPLETE. THE WORK COPY
      ***** CARRIES THE ORIGINAL STAMPED 'V' AND THE NEW REFUND LINE
      ***** ON THE END, SO RECOVERY CAN FINISH THE MASTER FORWARD.
       REWRITE-PAYMENTS-FOR-REFUND.
           MOVE 'REFUND1' TO WS-TX-TYPE
           MOVE WS-POS-MEMBER-ID TO WS-TX-ID
           PERFORM NOTE-REFUND-IN-TXN
           PERFORM NOTE-TXN-START.

           MOVE ZEROES TO WS-RF-MATCHED.
           PERFORM OPEN-PAYMENT-INPUT
           OPEN OUTPUT PAY-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-PAY-FOR-REFUND UNTIL EOF-SWITCH = 'Y'
           CLOSE PAYMENT-FILE.
           PERFORM BUILD-REFUND-PAY-LINE.
           WRITE PAY-TEMP-REC FROM PAYMENT-REC
               BEFORE ADVANCING 1.
           CLOSE PAY-TEMP.

           MOVE 'REFUND2' TO WS-TX-TYPE
           PERFORM NOTE-TXN-START.

           PERFORM OPEN-PAYMENT-OUTPUT
           OPEN INPUT PAY-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-TEMP-TO-PAY UNTIL EOF-SWITCH = 'Y'
           CLOSE PAYMENT-FILE
           CLOSE PAY-TEMP.

      ***** THE NTH LINE MATCHING THE PICK-LIST TEST IS THE ONE THE
      ***** OPERATOR CHOSE.
       COPY-PAY-FOR-REFUND.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF PAY-ID-NUMBER = WS-POS-MEMBER-ID
                           AND PAY-DATE = WS-RF-ORIG-DATE
                           AND PAY-REVERSAL-FLAG = SPACE
                       ADD 1 TO WS-RF-MATCHED
                       IF WS-RF-MATCHED = WS-RF-PICK
                           MOVE 'V' TO PAY-REVERSAL-FLAG
                       END-IF
                   END-IF
                   WRITE PAY-TEMP-REC FROM PAYMENT-REC
                       BEFORE ADVANCING 1
           END-READ.

       BUILD-REFUND-PAY-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-DC-MM
           MOVE WS-CURRENT-DAY   TO WS-DC-DD
           MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON    TO WS-RF-TODAY.

           MOVE WS-POS-MEMBER-ID TO PAY-ID-NUMBER
           MOVE WS-RF-TODAY      TO PAY-DATE
           MOVE WS-RF-ORIG-DESC  TO PAY-DESC
           MOVE WS-RF-REFUND-AMT TO PAY-AMOUNT
           MOVE SPACE            TO PAY-CLOSED-FLAG
           MOVE SPACE            TO PAY-PASS-USED-FLAG
           MOVE 'R'              TO PAY-REVERSAL-FLAG
           MOVE WS-RF-ORIG-MEMTYPE TO PAY-MEMTYPE
           MOVE WS-RF-ORIG-CHARGE  TO PAY-CHARGE-CODE.

      ***** OFFSET WHATEVER LEDGER LINES THE ORIGINAL PAYMENT POSTED.
      ***** ITS PAYMENT LINE IS MATCHED BY A REFUND LINE FOR THE CASH
      ***** HANDED BACK (MONEY BACK RAISES WHAT IS OWED); A FEE
      ***** CHARGED THE SAME DAY UNDER THE SAME DESCRIPTION IS MATCHED
      ***** BY A CREDIT LINE. A FULL VOID CREDITS THE WHOLE CHARGE, SO
      ***** A PART-PAID FEE LEAVES NOTHING OWING FOR THE VOIDED SALE;
      ***** A PARTIAL REFUND CREDITS ONLY WHAT IS HANDED BACK. POS
      ***** SALES POST NO LEDGER LINES AND SO GET NONE BACK.
       SET-REFUND-LEDGER-AMOUNTS.
           MOVE 'N' TO WS-RF-LG-PAYMENT
           MOVE 'N' TO WS-RF-LG-CHARGE
           MOVE ZEROES TO WS-RF-LG-CHARGE-AMT.
           IF WS-POS-MEMBER-ID NOT = ZEROES
               OPEN INPUT LEDGER-FILE
               MOVE 'N' TO EOF-SWITCH
               PERFORM SCAN-REFUND-LEDGER UNTIL EOF-SWITCH = 'Y'
               CLOSE LEDGER-FILE.

           MOVE WS-RF-REFUND-AMT TO WS-RF-SALE-AMT.
           IF WS-RF-REFUND-AMT = WS-RF-ORIG-AMOUNT
                   AND WS-RF-LG-CHARGE = 'Y'
                   AND WS-RF-LG-CHARGE-AMT > WS-RF-REFUND-AMT
               MOVE WS-RF-LG-CHARGE-AMT TO WS-RF-SALE-AMT.

       POST-REFUND-LEDGER.
           MOVE WS-POS-MEMBER-ID TO WS-LG-ID-NUMBER
           MOVE WS-RF-ORIG-DESC  TO WS-LG-DESC.
           IF WS-RF-LG-PAYMENT = 'Y'
               MOVE WS-RF-REFUND-AMT TO WS-LG-AMOUNT
               PERFORM POST-LEDGER-REFUND.
           IF WS-RF-LG-CHARGE = 'Y'
               MOVE WS-RF-SALE-AMT TO WS-LG-AMOUNT
               PERFORM POST-LEDGER-CREDIT.

       SCAN-REFUND-LEDGER.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF LG-ID-NUMBER = WS-POS-MEMBER-ID
                           AND LG-DATE = WS-RF-ORIG-DATE
                           AND LG-DESC = WS-RF-ORIG-DESC
                       IF LG-ENTRY-TYPE = 'PAYMENT'
                           MOVE 'Y' TO WS-RF-LG-PAYMENT
                       ELSE IF LG-ENTRY-TYPE = 'CHARGE'
                           MOVE 'Y' TO WS-RF-LG-CHARGE
                           MOVE LG-AMOUNT TO WS-RF-LG-CHARGE-AMT
                       END-IF
                   END-IF
           END-READ.

      ***** THE REVERSING TALLY CODE IS THE ORIGINAL CODE PLUS ONE:
      ***** 13/15/17 FOR A BRONZE/SILVER/GOLD MEMBERSHIP OR RENEWAL
      ***** FEE, 19 FOR ANCILLARY SALES. THAT TAKES THE SALE ITSELF
      ***** BACK, SO IT IS USED ONLY WHEN THE WHOLE PAYMENT IS VOIDED;
      ***** A PARTIAL REFUND TAKES BACK MONEY BUT LEAVES THE SALE
      ***** STANDING, AND POSTS THE AMOUNT-ONLY CODE TEN HIGHER
      ***** (23/25/27/29). PROGRAM FEES AND ON-ACCOUNT PAYMENTS NEVER
      ***** POSTED A TALLY LINE, SO NONE IS REVERSED. THE TIER FOUND
      ***** IS KEPT WITH THE REFUND, SO THE REFUND LINE AND THE
      ***** JOURNAL RECORD WHAT WAS REVERSED.
       SET-REFUND-SALES-CODE.
           MOVE ZEROES TO WS-RF-SALES-CODE.
           IF WS-RF-ORIG-DESC = 'MEMBERSHIP FEE'
                   OR WS-RF-ORIG-DESC = 'RENEWAL FEE'
               PERFORM GET-REFUND-MEMBER-TYPE
               MOVE WS-RF-MEMTYPE TO WS-RF-ORIG-MEMTYPE
               IF WS-RF-MEMTYPE = 'SILVER'
                   MOVE 15 TO WS-RF-SALES-CODE
               ELSE IF WS-RF-MEMTYPE = 'GOLD'
                   MOVE 17 TO WS-RF-SALES-CODE
               ELSE
                   MOVE 13 TO WS-RF-SALES-CODE
               END-IF
           ELSE IF WS-RF-ORIG-DESC = 'ON-ACCOUNT PAYMENT'
                   OR WS-RF-ORIG-DESC = 'ZUMBA PROGRAM FEE'
                   OR WS-RF-ORIG-DESC = 'BODY COND PROG FEE'
                   OR WS-RF-ORIG-DESC = 'BODY BLDG PROG FEE'
                   OR WS-RF-ORIG-DESC = 'BOXING PROGRAM FEE'
               CONTINUE
           ELSE
               MOVE 19 TO WS-RF-SALES-CODE.

           IF WS-RF-SALES-CODE NOT = ZEROES
                   AND WS-RF-REFUND-AMT < WS-RF-ORIG-AMOUNT
               ADD 10 TO WS-RF-SALES-CODE.
           MOVE WS-RF-SALE-AMT TO WS-RF-TALLY-FEE.

      ***** A FULL VOID TAKES BACK THE FEE THE SALE LINE BOOKED (THE
      ***** WHOLE CHARGE); A PARTIAL REFUND ONLY THE MONEY RETURNED.
       POST-REFUND-SALES-REC.
           IF WS-RF-SALES-CODE NOT = ZEROES
               OPEN EXTEND SALES-FILE
               MOVE WS-RF-SALES-CODE  TO MEMTYPE-CODE
               MOVE WS-RF-TALLY-FEE   TO MEMTYPE-FEE
               MOVE WS-RF-TODAY (7:4) TO MT-YR
               WRITE SALES-REC BEFORE ADVANCING 1
               CLOSE SALES-FILE.

      ***** THE TIER IS THE ONE THE ORIGINAL PAYMENT LINE RECORDS AS
      ***** SOLD, WHATEVER THE MEMBER HAS CHANGED TO SINCE. A LINE
      ***** WRITTEN BEFORE PAY-MEMTYPE EXISTED FALLS BACK TO THE LIVE
      ***** RECORD, THEN TO THE ARCHIVE FOR A DELETED MEMBER, THEN TO
      ***** THE LIST FEE THE AMOUNT MATCHES - THE REVERSAL IS NEVER
      ***** SKIPPED, OR THE YEAR-END REPORT WOULD KEEP THE SALE.
       GET-REFUND-MEMBER-TYPE.
           MOVE WS-RF-ORIG-MEMTYPE TO WS-RF-MEMTYPE.

           IF WS-RF-MEMTYPE = SPACES
               PERFORM OPEN-USER-FILE-INPUT
               MOVE WS-POS-MEMBER-ID TO WS-RECON-ID
               PERFORM CHECK-RECONCILE-ID
               IF WS-RECON-ACTIVE = 'Y'
                   MOVE MEMBERSHIP-TYPE TO WS-RF-MEMTYPE
               END-IF
               CLOSE USER-FILE.

           IF WS-RF-MEMTYPE = SPACES
               OPEN INPUT ARCHIVE-FILE
               MOVE 'N' TO EOF-SWITCH
               PERFORM MATCH-REFUND-TO-ARCHIVE UNTIL EOF-SWITCH = 'Y'
               CLOSE ARCHIVE-FILE.

           IF WS-RF-MEMTYPE = SPACES
               PERFORM LOAD-MEMBERSHIP-PRICES
               IF WS-RF-ORIG-AMOUNT = WS-FEE-GOLD
                   MOVE 'GOLD' TO WS-RF-MEMTYPE
               ELSE IF WS-RF-ORIG-AMOUNT = WS-FEE-SILVER
                   MOVE 'SILVER' TO WS-RF-MEMTYPE
               ELSE
                   MOVE 'BRONZE' TO WS-RF-MEMTYPE
               END-IF
               DISPLAY "MEMBERSHIP TYPE NOT ON FILE - REVERSAL BOOKED"
                   " TO " WS-RF-MEMTYPE ".".

       MATCH-REFUND-TO-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF ARC-ID-NUMBER = WS-POS-MEMBER-ID
                       MOVE ARC-MEMBERSHIP-TYPE TO WS-RF-MEMTYPE
                       MOVE 'Y' TO EOF-SWITCH
                   END-IF
           END-READ.

      ***** A POINT OF SALE LINE CARRIES THE CHARGE CODE RUNG. A
      ***** STOCKED ITEM VOIDED IN FULL GOES BACK ON THE SHELF (A
      ***** PARTIAL REFUND IS A PRICE ALLOWANCE - THE GOODS STAY
      ***** SOLD). A PT PACKAGE REFUNDED IN ANY AMOUNT IS CLOSED, SO
      ***** NO SESSION CAN BE REDEEMED AGAINST MONEY PAID BACK. A LINE
      ***** WITH NO CHARGE CODE IS LEFT ALONE.
       RETURN-REFUNDED-GOODS.
           IF WS-RF-ORIG-CHARGE IS NUMERIC
               PERFORM FIND-REFUNDED-CHARGE-CODE
               IF WS-RF-RESTOCK = 'Y' AND WS-POS-FOUND = 'Y'
                   PERFORM PUT-VOIDED-ITEM-BACK
               END-IF
               IF WS-POS-MEMBER-ID NOT = ZEROES
                   PERFORM CLOSE-REFUNDED-PT-PACK
               END-IF
           END-IF.

       SET-REFUND-RESTOCK.
           MOVE 'N' TO WS-RF-RESTOCK.
           IF WS-RF-ORIG-CHARGE IS NUMERIC
               PERFORM FIND-REFUNDED-CHARGE-CODE
               IF WS-POS-FOUND = 'Y'
                   IF WS-CC-STOCK-FLAG (WS-CC-SUB) = 'M'
                           AND WS-RF-REFUND-AMT = WS-RF-ORIG-AMOUNT
                       MOVE 'Y' TO WS-RF-RESTOCK
                   END-IF
               END-IF
           END-IF.

       FIND-REFUNDED-CHARGE-CODE.
           PERFORM LOAD-CHARGE-TABLE.
           MOVE WS-RF-ORIG-CHARGE TO WS-POS-CODE-IN.
           MOVE 'N' TO WS-POS-FOUND.
           MOVE 1 TO WS-CC-SUB.
           PERFORM FIND-CHARGE-CODE
               UNTIL WS-POS-FOUND = 'Y' OR WS-CC-SUB > WS-CC-COUNT.

      ***** THE MOVEMENT IS LOGGED AS A PLUS SALE, SO THE VALUATION
      ***** REPORT NETS IT OFF THE PERIOD'S UNITS SOLD.
       PUT-VOIDED-ITEM-BACK.
           ADD 1 TO WS-CC-QTY (WS-CC-SUB).
           MOVE ZEROES TO WS-CC-SKIP-SUB.
           PERFORM REWRITE-CHARGE-FILE.
           PERFORM LOG-VOID-MOVEMENT.

           MOVE WS-CC-QTY (WS-CC-SUB) TO WS-STK-QTY-SHOW.
           DISPLAY "RETURNED TO STOCK: " WS-CC-DESC (WS-CC-SUB)
               " - ON HAND: " WS-STK-QTY-SHOW.

       LOG-VOID-MOVEMENT.
           MOVE 'SALE' TO WS-SM-TYPE
           MOVE 1 TO WS-SM-QTY
           MOVE 'POS VOID' TO WS-SM-REASON
           PERFORM LOG-STOCK-MOVEMENT.

      ***** THE PACK OPENED BY THE SALE: SAME MEMBER, SAME CHARGE
      ***** CODE, BOUGHT ON THE ORIGINAL PAYMENT DATE, SESSIONS STILL
      ***** LEFT. EVERY SESSION LEFT IS MARKED USED, WHICH TAKES IT
      ***** OFF THE LIABILITY REPORT, AND THE AUDIT LOG RECORDS IT.
       CLOSE-REFUNDED-PT-PACK.
           MOVE WS-POS-MEMBER-ID TO WS-PK-MEMBER-ID.
           MOVE ZEROES TO WS-PK-SEL-SEQ.
           MOVE ZEROES TO WS-PK-SEQ.
           OPEN INPUT PTPACK-FILE.
           MOVE 'N' TO WS-PK-EOF.
           PERFORM MATCH-REFUNDED-PT-PACK
               UNTIL WS-PK-EOF = 'Y' OR WS-PK-SEL-SEQ NOT = ZEROES.
           CLOSE PTPACK-FILE.

           IF WS-PK-SEL-SEQ NOT = ZEROES
               MOVE WS-PK-SEL-LEFT TO WS-PK-ADD-USED
               PERFORM REWRITE-PTPACK-FILE
               MOVE 'PT-CLOSE' TO WS-AUDIT-TRANS
               MOVE WS-POS-MEMBER-ID TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC
               DISPLAY "PT PACKAGE CLOSED: " WS-PK-SEL-LEFT
                   " UNUSED SESSIONS CANCELLED.".

       MATCH-REFUNDED-PT-PACK.
           READ PTPACK-FILE
               AT END
                   MOVE 'Y' TO WS-PK-EOF
               NOT AT END
                   ADD 1 TO WS-PK-SEQ
                   IF PTK-ID-NUMBER = WS-PK-MEMBER-ID
                           AND PTK-CODE = WS-POS-CODE-IN
                           AND PTK-BOUGHT-DATE = WS-RF-ORIG-DATE
                           AND PTK-USED < PTK-PURCHASED
                       MOVE WS-PK-SEQ TO WS-PK-SEL-SEQ
                       COMPUTE WS-PK-SEL-LEFT =
                           PTK-PURCHASED - PTK-USED
                   END-IF
           END-READ.

       WRITE-REFUND-LOG.
           PERFORM SET-REFUND-LOG-LINE.
           OPEN EXTEND REFUND-FILE
           WRITE REFUND-REC FROM WS-REFUND-LINE
               BEFORE ADVANCING 1.
           CLOSE REFUND-FILE.

       SET-REFUND-LOG-LINE.
           MOVE WS-RF-TODAY      TO WS-RFL-DATE
           MOVE WS-POS-MEMBER-ID TO WS-RFL-ID-NUMBER
           MOVE WS-RF-ORIG-DATE  TO WS-RFL-ORIG-DATE
           MOVE WS-RF-ORIG-DESC  TO WS-RFL-DESC
           MOVE WS-RF-REFUND-AMT TO WS-RFL-AMOUNT
           MOVE WS-RF-REASON     TO WS-RFL-REASON-CODE
           MOVE WS-RF-REASON-DESC TO WS-RFL-REASON-DESC
           MOVE WS-RF-SUPV-ID    TO WS-RFL-SUPV-ID
           MOVE WS-RF-STAFF-ID   TO WS-RFL-STAFF-ID.

      ***** PAY-AMOUNT WITH THE SIGN A TOTAL NEEDS: A REFUND LINE IS
      ***** MONEY OUT, SO IT COUNTS AS A MINUS.
       SET-PAY-NET-AMOUNT.
           IF PAY-REVERSAL-FLAG = 'R'
               COMPUTE WS-PAY-NET-AMOUNT = 0 - PAY-AMOUNT
           ELSE
               MOVE PAY-AMOUNT TO WS-PAY-NET-AMOUNT.

      ******************************************************************
      *              PROGRAM WITHDRAWAL / TRANSFER                     *
      ******************************************************************

      ***** TAKE A MEMBER OFF A PROGRAM ROSTER (FREEING THE CAPACITY
      ***** SLOT THE COUNT-*-MEMBERS CHECKS SEE) AND MARK THE PT-FILE
      ***** ENROLLMENT WITHDRAWN; A TRANSFER THEN RUNS THE MEMBER
      ***** THROUGH THE NORMAL ENROLLMENT PATH FOR THE NEW PROGRAM.
       WITHDRAW-TRANSFER-PROGRAM.
           PERFORM FINDING-USER.

           IF IS-REC-FOUND = 'N' OR MEMBER-NAME = SPACES
               DISPLAY PROPER-SPACING
               DISPLAY "NO ACTIVE MEMBER ON FILE FOR THAT ID."
               DISPLAY PROPER-SPACING
               CLOSE USER-FILE
               PERFORM ASK-ANOTHER-TRANSACTION
           ELSE
               PERFORM ASK-WITHDRAW-MODE
      ***** A TRANSFER ENDS IN A FRESH ENROLLMENT, WHICH THE STATUS
      ***** GATE IN CHOOSE-PROGRAM WOULD REFUSE FOR AN ON-HOLD OR
      ***** CANCELLED MEMBER - REFUSE THE WHOLE TRANSFER UP FRONT SO
      ***** THE WITHDRAWAL HALF NEVER RUNS ON ITS OWN.
               IF (WS-WD-MODE = 2 OR WS-WD-MODE = 3)
                       AND (MEMBER-ON-HOLD OR MEMBER-CANCELLED
                       OR MEMBER-PENDING)
                   DISPLAY PROPER-SPACING
                   DISPLAY "MEMBER STATUS IS " MEMBER-STATUS
                       " - TRANSACTION NOT ALLOWED."
                   DISPLAY PROPER-SPACING
               ELSE IF WS-WD-MODE = 3
                   PERFORM RENEW-PROGRAM-ENROLLMENT
               ELSE
                   PERFORM WITHDRAW-FROM-PROGRAM
               END-IF
               CLOSE USER-FILE
               PERFORM ASK-ANOTHER-TRANSACTION.

       ASK-WITHDRAW-MODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "  PRESS:  "
           DISPLAY "      [1]     WITHDRAW FROM A PROGRAM"
           DISPLAY "      [2]     TRANSFER TO ANOTHER PROGRAM"
           DISPLAY "      [3]     RENEW A PROGRAM (POST MONTHLY FEE)"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-WD-MODE.

               IF WS-WD-MODE = 1 OR WS-WD-MODE = 2
                       OR WS-WD-MODE = 3
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-WITHDRAW-MODE.

      ***** POST ANOTHER MONTH'S FEE FOR A PROGRAM THE MEMBER IS
      ***** ALREADY ENROLLED IN. THE FEE LANDS IN PAYMENT-FILE (SO
      ***** THE Z-REPORT AND RECEIPT SEE IT) AND ON THE LEDGER.
       RENEW-PROGRAM-ENROLLMENT.
           DISPLAY PROPER-SPACING.
           DISPLAY "SELECT THE PROGRAM TO RENEW.".
           PERFORM PROGRAM-MENU.

           IF PROGRAM-TYPE = 1
               MOVE 1111 TO WS-PF-PROG-CODE
               PERFORM POST-PROGRAM-RENEWAL-FEE
           ELSE IF PROGRAM-TYPE = 2
               MOVE 2222 TO WS-PF-PROG-CODE
               PERFORM POST-PROGRAM-RENEWAL-FEE
           ELSE IF PROGRAM-TYPE = 3
               MOVE 3333 TO WS-PF-PROG-CODE
               PERFORM POST-PROGRAM-RENEWAL-FEE
           ELSE IF PROGRAM-TYPE = 4
               MOVE 4444 TO WS-PF-PROG-CODE
               PERFORM POST-PROGRAM-RENEWAL-FEE
           ELSE
               DISPLAY "PRESS [4], [3], [2], OR [1] ONLY."
               PERFORM RENEW-PROGRAM-ENROLLMENT.

       POST-PROGRAM-RENEWAL-FEE.
           PERFORM CHECK-PT-ENROLLED.
           IF WS-PT-ENROLLED = 'N'
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBER HAS NO OPEN ENROLLMENT IN THAT"
                   " PROGRAM."
               DISPLAY PROPER-SPACING
           ELSE
               PERFORM ADD-PROGRAM-FEE-REC.

      ***** AN OPEN ENROLLMENT IS A PT-FILE LINE FOR THIS MEMBER AND
      ***** PROGRAM NOT MARKED WITHDRAWN (9999).
       CHECK-PT-ENROLLED.
           MOVE 'N' TO WS-PT-ENROLLED.
           OPEN INPUT PT-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM SCAN-PT-ENROLLMENT UNTIL EOF-SWITCH = 'Y'.
           CLOSE PT-FILE.

       SCAN-PT-ENROLLMENT.
           READ PT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF PT-ID-NUMBER = ID-NUMBER
                           AND PROGTYPE-CODE = WS-PF-PROG-CODE
                       MOVE 'Y' TO WS-PT-ENROLLED
                   END-IF
           END-READ.

       WITHDRAW-FROM-PROGRAM.
           MOVE ID-NUMBER TO WS-WD-ID.
           DISPLAY PROPER-SPACING.
           DISPLAY "SELECT THE PROGRAM TO WITHDRAW FROM.".
           PERFORM PROGRAM-MENU.

           IF PROGRAM-TYPE < 1 OR PROGRAM-TYPE > 4
               DISPLAY "PRESS [4], [3], [2], OR [1] ONLY."
               PERFORM WITHDRAW-FROM-PROGRAM
           ELSE
               MOVE 'N' TO WS-WD-FOUND
      ***** THE WITHDRAWAL REWRITES SEVERAL FILES IN SEQUENCE:
           END-IF.

      ***** A LEGACY 'U' FLAG (STAMPED BY EARLIER RELEASES) STILL
      ***** COUNTS THE SALE AS ALREADY CONSUMED. A REFUNDED PASS AND
      ***** THE REFUND LINE ITSELF ARE NOT SALES AND ARE SKIPPED.
       COUNT-TODAYS-PASS-SALES.
           READ PAYMENT-FILE
               AT END
                           AND PAY-DATE = WS-GATE-TODAY
                           AND PAY-DESC (1:8) = 'DAY PASS'
                           AND PAY-PASS-USED-FLAG NOT = 'U'
                           AND PAY-REVERSAL-FLAG = SPACE
                       ADD 1 TO WS-PASS-SOLD
                   END-IF
           END-READ.
               BEFORE ADVANCING 1.
           CLOSE GUEST-FILE.

      ***** AN ON-HOLD, CANCELLED OR STILL-PENDING MEMBER IS TURNED
      ***** AWAY AT THE DESK BEFORE THE EXPIRY DATE IS EVEN LOOKED AT.
       CHECK-IN-STATUS-GATE.
           IF MEMBER-ON-HOLD OR MEMBER-CANCELLED OR MEMBER-PENDING
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBER STATUS IS " MEMBER-STATUS "."
               IF MEMBER-MEDICAL-HOLD
                   DISPLAY "NO ENTRY UNTIL A MEDICAL CLEARANCE IS"
                       " RECORDED."
               END-IF
               DISPLAY "ENTRY REFUSED."
               DISPLAY PROPER-SPACING
               CLOSE USER-FILE
      ***** ON THE LEDGER IS FLAGGED AT THE GATE THE SAME WAY STATUS
      ***** AND EXPIRY ARE. THE DESK MAY STILL ADMIT (THE MEMBER MAY
      ***** BE WALKING IN TO PAY), BUT NEVER WITHOUT SEEING THE DEBT.
      ***** A MEMBER OF A GROUP ACCOUNT IS JUDGED ON THE WHOLE GROUP'S
      ***** COMBINED BALANCE, SINCE ONE BILL PAYER SETTLES IT ALL.
       CHECK-IN-BALANCE-GATE.
           MOVE ID-NUMBER TO WS-GRP-LOOK-ID.
           PERFORM FIND-MEMBER-GROUP.
           IF WS-GRP-FOUND = 'Y'
               PERFORM COMPUTE-GROUP-BALANCE
               MOVE WS-GRP-BALANCE TO WS-BAL-AMOUNT
               IF WS-GRP-LINK-STATUS = 'FOLLOWUP'
                   DISPLAY PROPER-SPACING
                   DISPLAY "GROUP BILL PAYER IS NO LONGER ACTIVE -"
                       " REFER TO THE DESK FOR FOLLOW-UP."
               END-IF
           ELSE
               MOVE ID-NUMBER TO WS-BAL-ID
               PERFORM COMPUTE-MEMBER-BALANCE.
           PERFORM LOAD-GRACE-AMOUNT.

           IF WS-BAL-AMOUNT > WS-GRACE-AMOUNT
               MOVE WS-BAL-AMOUNT TO LG-BALANCE-AMT
               DISPLAY PROPER-SPACING
               IF WS-GRP-FOUND = 'Y'
                   DISPLAY "GROUP ACCOUNT BILLED TO ID # "
                       WS-GRP-PAYER-ID
               END-IF
               DISPLAY LG-BALANCE-LINE
               DISPLAY "BALANCE IS PAST THE GRACE AMOUNT OF "
                   WS-GRACE-AMOUNT "."
      ***** ASK FOR A DISCOUNT CODE AT THE COUNTER AND TAKE THE
      ***** PERCENTAGE OFF WS-FEE-CHARGED. A BLANK ANSWER MEANS NO
      ***** DISCOUNT; AN UNRECOGNIZED CODE IS RE-ASKED SO A TYPO
      ***** CANNOT SILENTLY CHARGE FULL PRICE. A MEMBER OF A GROUP
      ***** ACCOUNT WITH A GROUP DISCOUNT GETS THAT CODE ON A BLANK
      ***** ANSWER; IF THE CODE HAS SINCE LEFT DISCOUNT.TXT THE FEE
      ***** STANDS UNDISCOUNTED RATHER THAN LOOPING ON IT.
       APPLY-DISCOUNT-CODE.
           MOVE ID-NUMBER TO WS-GRP-LOOK-ID.
           PERFORM FIND-MEMBER-GROUP.
           IF WS-GRP-FOUND = 'Y' AND WS-GRP-DISC-CODE = SPACES
               MOVE 'N' TO WS-GRP-FOUND.
           MOVE 'N' TO WS-GRP-DISC-USED.

           DISPLAY PROPER-SPACING.
           IF WS-GRP-FOUND = 'Y'
               DISPLAY "GROUP DISCOUNT CODE ON FILE: " WS-GRP-DISC-CODE
               DISPLAY "DISCOUNT CODE (PRESS ENTER FOR THE GROUP"
                   " CODE): "
           ELSE
               DISPLAY "DISCOUNT CODE (PRESS ENTER FOR NONE): ".
           ACCEPT WS-DISC-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-DISC-CODE-IN)
               TO WS-DISC-CODE-IN.
           IF WS-DISC-CODE-IN = SPACES AND WS-GRP-FOUND = 'Y'
               MOVE WS-GRP-DISC-CODE TO WS-DISC-CODE-IN
               MOVE 'Y' TO WS-GRP-DISC-USED.

           IF WS-DISC-CODE-IN = SPACES
               CONTINUE
               MOVE 'N' TO EOF-SWITCH
               PERFORM MATCH-DISCOUNT-RECORD UNTIL EOF-SWITCH = 'Y'
               CLOSE DISCOUNT-FILE
               IF WS-DISC-FOUND = 'N' AND WS-GRP-DISC-USED = 'Y'
                   DISPLAY "GROUP DISCOUNT CODE IS NO LONGER ON FILE -"
                       " NO DISCOUNT."
               ELSE IF WS-DISC-FOUND = 'N'
                   DISPLAY "NO SUCH DISCOUNT CODE."
                   PERFORM APPLY-DISCOUNT-CODE
               ELSE
               PERFORM LOG-SESSION-TAUGHT
           ELSE IF WS-INS-MODE = 5
               PERFORM SUBSTITUTE-INSTRUCTOR
           ELSE IF WS-INS-MODE = 6
               PERFORM PAYROLL-SESSIONS-REPORT
           ELSE IF WS-INS-MODE = 7
               PERFORM CLASS-ROLL-CALL
           ELSE IF WS-INS-MODE = 8
               PERFORM CLASS-NO-SHOW-REPORT
           ELSE
               PERFORM CLASS-FILL-RATE-REPORT.

           PERFORM ASK-ANOTHER-TRANSACTION.

           DISPLAY "      [4]     LOG A SESSION TAUGHT"
           DISPLAY "      [5]     SUBSTITUTE INSTRUCTOR FOR A SESSION"
           DISPLAY "      [6]     PAYROLL: SESSIONS TAUGHT (DATES)"
           DISPLAY "      [7]     TAKE THE ROLL FOR A CLASS"
           DISPLAY "      [8]     CLASS NO-SHOW REPORT (MONTH)"
           DISPLAY "      [9]     CLASS FILL-RATE REPORT (MONTH)"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-INS-MODE.

               IF WS-INS-MODE >= 1 AND WS-INS-MODE <= 9
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                           AND TL-DAY = WS-SCH-DAY (WS-SCH-PICK)
                           AND TL-TIME = WS-SCH-TIME (WS-SCH-PICK)
                       MOVE 'Y' TO WS-TL-DUP
                       MOVE TL-INS-ID   TO WS-TL-INS-ID
                       MOVE TL-INS-NAME TO WS-TL-INS-NAME
                   END-IF
           END-READ.

           ADD 1 TO WS-PAYR-SUB.

      ******************************************************************
      *        CLASS ROLL CALL / NO-SHOW AND FILL-RATE REPORTS         *
      ******************************************************************

      ***** THE INSTRUCTOR CALLS THE ROLL FOR ONE DATE'S SESSION:
      ***** EVERY MEMBER BOOKED ON SESSROSTER.TXT IS MARKED PRESENT
      ***** OR ABSENT ON CLASSATT.TXT, AND THE SESSION GOES ON THE
      ***** TAUGHT LOG AT THE SAME TIME UNLESS IT IS ALREADY THERE
      ***** (A SUBSTITUTE LOGGED AHEAD OF THE CLASS). A SECOND ROLL
      ***** CALL FOR THE SAME DATE AND SESSION IS REFUSED.
       CLASS-ROLL-CALL.
           PERFORM GET-TAUGHT-SESSION.

           IF WS-SCH-COUNT = ZEROES
               DISPLAY "NO SESSIONS SCHEDULED FOR THIS PROGRAM."
           ELSE
               MOVE WS-SCH-PICK TO WS-SCH-SUB
               PERFORM COUNT-SESSION-MEMBERS
               PERFORM FIND-ROLL-CALL-DUP
               IF WS-RC-DUP = 'Y'
                   DISPLAY "THE ROLL FOR THAT SESSION AND DATE IS"
                       " ALREADY TAKEN."
               ELSE IF WS-SESSION-COUNT = ZEROES
                   DISPLAY "NO MEMBERS ARE BOOKED INTO THAT SESSION."
               ELSE
                   PERFORM GET-ROLL-CALL-INSTRUCTOR
                   PERFORM TAKE-SESSION-ROLL
                   IF WS-TL-DUP = 'N'
                       PERFORM WRITE-TAUGHT-REC
                   END-IF
                   DISPLAY PROPER-SPACING
                   DISPLAY "ROLL CALL RECORDED - PRESENT: "
                       WS-RC-PRESENT "  ABSENT: " WS-RC-ABSENT
                   DISPLAY "CLASS TAKEN BY " WS-TL-INS-NAME
               END-IF.

      ***** WHO TOOK THE CLASS: WHOEVER IS ALREADY ON THE TAUGHT LOG
      ***** FOR THAT DATE, OTHERWISE THE SCHEDULED INSTRUCTOR OR A
      ***** QUALIFIED SUBSTITUTE, TO BE LOGGED WITH THE ROLL.
       GET-ROLL-CALL-INSTRUCTOR.
           PERFORM FIND-TAUGHT-DUP.

           IF WS-TL-DUP = 'Y'
               DISPLAY "SESSION IS ON THE TAUGHT LOG UNDER "
                   WS-TL-INS-NAME
           ELSE
               DISPLAY "TAUGHT BY THE SCHEDULED INSTRUCTOR, "
                   WS-SCH-INSTRUCTOR (WS-SCH-PICK) "?"
               PERFORM ACCEPT-HF-ANSWER
               IF HF-ANS = 'Y' OR HF-ANS = 'y'
                   MOVE WS-SCH-INSTRUCTOR (WS-SCH-PICK)
                       TO WS-TL-INS-NAME
                   PERFORM FIND-INSTRUCTOR-ID-BY-NAME
                   MOVE SPACE TO WS-TL-SUB-FLAG
               ELSE
                   PERFORM GET-SUBSTITUTE-ID
                   MOVE WS-INS-ID-IN      TO WS-TL-INS-ID
                   MOVE WS-INS-NAME-FOUND TO WS-TL-INS-NAME
                   MOVE 'S' TO WS-TL-SUB-FLAG
               END-IF
           END-IF.

       FIND-ROLL-CALL-DUP.
           MOVE 'N' TO WS-RC-DUP.
           OPEN INPUT CLASS-ATT-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM MATCH-ROLL-CALL-DUP UNTIL EOF-SWITCH = 'Y'.
           CLOSE CLASS-ATT-FILE.

       MATCH-ROLL-CALL-DUP.
           READ CLASS-ATT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF CA-MONTH = WS-TL-MONTH
                           AND CA-DAY-NUM = WS-TL-DAY-NUM
                           AND CA-YEAR = WS-TL-YEAR
                           AND CA-PROG-CODE = WS-SCH-PROG-CODE
                           AND CA-DAY = WS-SCH-DAY (WS-SCH-PICK)
                           AND CA-TIME = WS-SCH-TIME (WS-SCH-PICK)
                       MOVE 'Y' TO WS-RC-DUP
                   END-IF
           END-READ.

      ***** WALK THE SESSION'S BOOKINGS IN ROSTER ORDER, ONE ROLL-CALL
      ***** LINE PER MEMBER.
       TAKE-SESSION-ROLL.
           MOVE ZEROES TO WS-RC-PRESENT.
           MOVE ZEROES TO WS-RC-ABSENT.
           MOVE WS-TL-MONTH   TO WS-CA-MONTH
           MOVE WS-TL-DAY-NUM TO WS-CA-DAY-NUM
           MOVE WS-TL-YEAR    TO WS-CA-YEAR
           MOVE WS-SCH-PROG-CODE TO WS-CA-PROG-CODE
           MOVE WS-SCH-DAY (WS-SCH-PICK)  TO WS-CA-DAY
           MOVE WS-SCH-TIME (WS-SCH-PICK) TO WS-CA-TIME
           MOVE WS-TL-INS-ID  TO WS-CA-INS-ID.

           DISPLAY PROPER-SPACING.
           DISPLAY "ROLL CALL - "
               WS-SCH-DAY (WS-SCH-PICK) " "
               WS-SCH-TIME (WS-SCH-PICK) " ON "
               WS-TL-MONTH "/" WS-TL-DAY-NUM "/" WS-TL-YEAR.
           DISPLAY TOPIC-UNDERLINE-1.

           OPEN INPUT SESSION-ROSTER.
           OPEN EXTEND CLASS-ATT-FILE.
           MOVE 'N' TO WS-RC-EOF.
           PERFORM CALL-ROLL-FOR-MEMBER UNTIL WS-RC-EOF = 'Y'.
           CLOSE CLASS-ATT-FILE.
           CLOSE SESSION-ROSTER.
           DISPLAY TOPIC-UNDERLINE-2.

       CALL-ROLL-FOR-MEMBER.
           READ SESSION-ROSTER
               AT END
                   MOVE 'Y' TO WS-RC-EOF
               NOT AT END
                   IF SR-PROG-CODE = WS-SCH-PROG-CODE
                           AND SR-DAY = WS-SCH-DAY (WS-SCH-PICK)
                           AND SR-TIME = WS-SCH-TIME (WS-SCH-PICK)
                       PERFORM MARK-ROLL-CALL-MEMBER
                   END-IF
           END-READ.

       MARK-ROLL-CALL-MEMBER.
           DISPLAY SR-ID-NUMBER "  " SR-MEMBER-NAME.
           PERFORM ACCEPT-ROLL-MARK.

           MOVE SR-ID-NUMBER   TO WS-CA-ID-NUMBER
           MOVE SR-MEMBER-NAME TO WS-CA-MEMBER-NAME
           MOVE WS-RC-MARK     TO WS-CA-MARK.
           WRITE CLASS-ATT-REC FROM WS-CLASS-ATT-LINE
               BEFORE ADVANCING 1.

           IF WS-RC-MARK = 'P'
               ADD 1 TO WS-RC-PRESENT
           ELSE
               ADD 1 TO WS-RC-ABSENT.

       ACCEPT-ROLL-MARK.
           DISPLAY "PRESENT OR ABSENT (P/A): "
           ACCEPT WS-RC-MARK.
           MOVE FUNCTION UPPER-CASE(WS-RC-MARK) TO WS-RC-MARK.

               IF WS-RC-MARK = 'P' OR WS-RC-MARK = 'A'
                  CONTINUE
               ELSE
                  DISPLAY "PLEASE ENTER P OR A."
                  PERFORM ACCEPT-ROLL-MARK.

       GET-CLASS-REPORT-MONTH.
           DISPLAY PROPER-SPACING.
           DISPLAY "REPORT MONTH (1-12): "
           ACCEPT WS-RC-MONTH.

           IF WS-RC-MONTH < 1 OR WS-RC-MONTH > 12
               DISPLAY "ENTER A MONTH FROM 1 TO 12."
               PERFORM GET-CLASS-REPORT-MONTH
           ELSE
               DISPLAY "REPORT YEAR (YYYY): "
               ACCEPT WS-RC-YEAR.

      ***** MEMBERS WHO MISSED WS-NS-THRESHOLD OR MORE OF THEIR
      ***** BOOKED CLASSES IN THE MONTH, FOR THE DESK TO FOLLOW UP.
       CLASS-NO-SHOW-REPORT.
           PERFORM GET-CLASS-REPORT-MONTH.

           MOVE ZEROES TO WS-NS-COUNT.
           OPEN INPUT CLASS-ATT-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM TALLY-NO-SHOW-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE CLASS-ATT-FILE.

           MOVE WS-RC-MONTH TO CRN-HDR-MONTH.
           MOVE WS-RC-YEAR  TO CRN-HDR-YEAR.
           OPEN OUTPUT CLASS-RPT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE PROGRAM-HEADING-LINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE TITLE-UNDERLINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE CR-NS-HEADING-LINE-1 TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE SPACES TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE CR-NS-COLUMN-LINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE TOPIC-UNDERLINE-1 TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.

           MOVE ZEROES TO WS-RC-LISTED.
           MOVE 1 TO WS-NS-SUB.
           PERFORM PRINT-NO-SHOW-ENTRY UNTIL WS-NS-SUB > WS-NS-COUNT.

           IF WS-RC-LISTED = ZEROES
               MOVE "NO MEMBER REACHED THE NO-SHOW LIMIT THIS MONTH."
                   TO CLASS-RPT-REC
               PERFORM WRITE-CR-LINE.
           MOVE TOPIC-UNDERLINE-2 TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           CLOSE CLASS-RPT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY "NO-SHOW REPORT WRITTEN TO CLASSRPT.TXT".

       TALLY-NO-SHOW-RECORD.
           READ CLASS-ATT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF CA-MONTH = WS-RC-MONTH AND CA-YEAR = WS-RC-YEAR
                       PERFORM ADD-TO-NO-SHOW-TABLE
                   END-IF
           END-READ.

       ADD-TO-NO-SHOW-TABLE.
           MOVE 'N' TO WS-NS-FOUND.
           MOVE 1 TO WS-NS-SUB.
           PERFORM FIND-NO-SHOW-ENTRY
               UNTIL WS-NS-FOUND = 'Y'
                  OR WS-NS-SUB > WS-NS-COUNT.

           IF WS-NS-FOUND = 'N'
               IF WS-NS-COUNT < 200
                   ADD 1 TO WS-NS-COUNT
                   MOVE WS-NS-COUNT TO WS-NS-SUB
                   MOVE CA-ID-NUMBER   TO WS-NS-ID (WS-NS-SUB)
                   MOVE CA-MEMBER-NAME TO WS-NS-NAME (WS-NS-SUB)
                   MOVE ZEROES TO WS-NS-BOOKED (WS-NS-SUB)
                   MOVE ZEROES TO WS-NS-ABSENT (WS-NS-SUB)
                   MOVE 'Y' TO WS-NS-FOUND
               ELSE
                   DISPLAY "MORE THAN 200 MEMBERS - LINE OMITTED"
                       " FOR: " CA-ID-NUMBER
               END-IF
           END-IF.

           IF WS-NS-FOUND = 'Y'
               ADD 1 TO WS-NS-BOOKED (WS-NS-SUB)
               IF CA-MARK = 'A'
                   ADD 1 TO WS-NS-ABSENT (WS-NS-SUB)
               END-IF
           END-IF.

       FIND-NO-SHOW-ENTRY.
           IF WS-NS-ID (WS-NS-SUB) = CA-ID-NUMBER
               MOVE 'Y' TO WS-NS-FOUND
           ELSE
               ADD 1 TO WS-NS-SUB.

       PRINT-NO-SHOW-ENTRY.
           IF WS-NS-ABSENT (WS-NS-SUB) >= WS-NS-THRESHOLD
               ADD 1 TO WS-RC-LISTED
               MOVE WS-NS-ID (WS-NS-SUB)     TO CRN-ID
               MOVE WS-NS-NAME (WS-NS-SUB)   TO CRN-NAME
               MOVE WS-NS-BOOKED (WS-NS-SUB) TO CRN-BOOKED
               MOVE WS-NS-ABSENT (WS-NS-SUB) TO CRN-ABSENT
               MOVE CR-NS-DETAIL-LINE TO CLASS-RPT-REC
               PERFORM WRITE-CR-LINE
           END-IF.
           ADD 1 TO WS-NS-SUB.

      ***** PER SCHEDULED SESSION OVER THE MONTH: CLASSES HELD, PLACES
      ***** BOOKED, MEMBERS WHO ACTUALLY CAME, AND THE FILL RATE
      ***** (PRESENT AS A PERCENTAGE OF BOOKED).
       CLASS-FILL-RATE-REPORT.
           PERFORM GET-CLASS-REPORT-MONTH.

           MOVE ZEROES TO WS-FR-COUNT.
           MOVE SPACES TO WS-RC-PREV-KEY.
           OPEN INPUT CLASS-ATT-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM TALLY-FILL-RATE-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE CLASS-ATT-FILE.

           MOVE WS-RC-MONTH TO CRF-HDR-MONTH.
           MOVE WS-RC-YEAR  TO CRF-HDR-YEAR.
           OPEN OUTPUT CLASS-RPT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE PROGRAM-HEADING-LINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE TITLE-UNDERLINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE CR-FR-HEADING-LINE-1 TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE SPACES TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE CR-FR-COLUMN-LINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           MOVE TOPIC-UNDERLINE-1 TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.

           MOVE ZEROES TO WS-FR-TOTAL-BOOKED.
           MOVE ZEROES TO WS-FR-TOTAL-PRESENT.
           MOVE 1 TO WS-FR-SUB.
           PERFORM PRINT-FILL-RATE-ENTRY UNTIL WS-FR-SUB > WS-FR-COUNT.

           IF WS-FR-COUNT = ZEROES
               MOVE "NO ROLL CALLS TAKEN IN THAT MONTH."
                   TO CLASS-RPT-REC
               PERFORM WRITE-CR-LINE.
           MOVE TOPIC-UNDERLINE-2 TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.

           MOVE ZEROES TO WS-FR-RATE.
           IF WS-FR-TOTAL-BOOKED > ZEROES
               COMPUTE WS-FR-RATE ROUNDED =
                   WS-FR-TOTAL-PRESENT * 100 / WS-FR-TOTAL-BOOKED.
           MOVE WS-FR-TOTAL-BOOKED  TO CRF-TOT-BOOKED.
           MOVE WS-FR-TOTAL-PRESENT TO CRF-TOT-PRESENT.
           MOVE WS-FR-RATE          TO CRF-TOT-RATE.
           MOVE CR-FR-TOTAL-LINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           CLOSE CLASS-RPT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY "FILL-RATE REPORT WRITTEN TO CLASSRPT.TXT".

       TALLY-FILL-RATE-RECORD.
           READ CLASS-ATT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF CA-MONTH = WS-RC-MONTH AND CA-YEAR = WS-RC-YEAR
                       PERFORM ADD-TO-FILL-RATE-TABLE
                   END-IF
           END-READ.

       ADD-TO-FILL-RATE-TABLE.
           MOVE CA-DATE      TO WS-RCK-DATE
           MOVE CA-PROG-CODE TO WS-RCK-PROG-CODE
           MOVE CA-DAY       TO WS-RCK-DAY
           MOVE CA-TIME      TO WS-RCK-TIME.

           MOVE 'N' TO WS-FR-FOUND.
           MOVE 1 TO WS-FR-SUB.
           PERFORM FIND-FILL-RATE-ENTRY
               UNTIL WS-FR-FOUND = 'Y'
                  OR WS-FR-SUB > WS-FR-COUNT.

           IF WS-FR-FOUND = 'N'
               IF WS-FR-COUNT < 50
                   ADD 1 TO WS-FR-COUNT
                   MOVE WS-FR-COUNT TO WS-FR-SUB
                   MOVE CA-PROG-CODE TO WS-FR-PROG-CODE (WS-FR-SUB)
                   MOVE CA-DAY       TO WS-FR-DAY (WS-FR-SUB)
                   MOVE CA-TIME      TO WS-FR-TIME (WS-FR-SUB)
                   MOVE ZEROES TO WS-FR-HELD (WS-FR-SUB)
                   MOVE ZEROES TO WS-FR-BOOKED (WS-FR-SUB)
                   MOVE ZEROES TO WS-FR-PRESENT (WS-FR-SUB)
                   MOVE 'Y' TO WS-FR-FOUND
               ELSE
                   DISPLAY "MORE THAN 50 SESSIONS - LINE OMITTED"
                       " FOR: " CA-PROG-CODE " " CA-DAY " " CA-TIME
               END-IF
           END-IF.

           IF WS-FR-FOUND = 'Y'
               IF WS-RC-THIS-KEY NOT = WS-RC-PREV-KEY
                   ADD 1 TO WS-FR-HELD (WS-FR-SUB)
               END-IF
               ADD 1 TO WS-FR-BOOKED (WS-FR-SUB)
               IF CA-MARK = 'P'
                   ADD 1 TO WS-FR-PRESENT (WS-FR-SUB)
               END-IF
           END-IF.
           MOVE WS-RC-THIS-KEY TO WS-RC-PREV-KEY.

       FIND-FILL-RATE-ENTRY.
           IF WS-FR-PROG-CODE (WS-FR-SUB) = CA-PROG-CODE
                   AND WS-FR-DAY (WS-FR-SUB) = CA-DAY
                   AND WS-FR-TIME (WS-FR-SUB) = CA-TIME
               MOVE 'Y' TO WS-FR-FOUND
           ELSE
               ADD 1 TO WS-FR-SUB.

       PRINT-FILL-RATE-ENTRY.
           COMPUTE WS-FR-RATE ROUNDED =
               WS-FR-PRESENT (WS-FR-SUB) * 100
                   / WS-FR-BOOKED (WS-FR-SUB).
           ADD WS-FR-BOOKED (WS-FR-SUB)  TO WS-FR-TOTAL-BOOKED.
           ADD WS-FR-PRESENT (WS-FR-SUB) TO WS-FR-TOTAL-PRESENT.

           MOVE WS-FR-PROG-CODE (WS-FR-SUB) TO CRF-PROG-CODE
           MOVE WS-FR-DAY (WS-FR-SUB)       TO CRF-DAY
           MOVE WS-FR-TIME (WS-FR-SUB)      TO CRF-TIME
           MOVE WS-FR-HELD (WS-FR-SUB)      TO CRF-HELD
           MOVE WS-FR-BOOKED (WS-FR-SUB)    TO CRF-BOOKED
           MOVE WS-FR-PRESENT (WS-FR-SUB)   TO CRF-PRESENT
           MOVE WS-FR-RATE                  TO CRF-RATE
           MOVE CR-FR-DETAIL-LINE TO CLASS-RPT-REC
           PERFORM WRITE-CR-LINE.
           ADD 1 TO WS-FR-SUB.

       WRITE-CR-LINE.
           DISPLAY CLASS-RPT-REC.
           WRITE CLASS-RPT-REC BEFORE ADVANCING 1.

      ******************************************************************
      *        TWO-TERMINAL (SHARED FILE) OPEN HELPERS                 *
      ******************************************************************

      ***** EVERY OPEN OF A FILE BOTH TERMINALS TOUCH GOES THROUGH
      ***** ONE OF THESE: A BUSY FILE (NONZERO STATUS) IS RETRIED
      ***** WITH A MESSAGE INSTEAD OF ABORTING THE RUN, AND A FILE
      ***** NOT ON DISK YET IS CREATED EMPTY SO A FRESH INSTALLATION
      ***** DOES NOT DIE ON ITS FIRST TRANSACTION.
       OPEN-USER-FILE-IO.
           MOVE ZEROES TO WS-OPEN-TRIES.
           MOVE 'N' TO WS-OPEN-OK.
           PERFORM TRY-OPEN-USER-IO UNTIL WS-OPEN-OK = 'Y'.
           MOVE WS-TX-ID         TO WS-TXL-ID
           MOVE WS-DATE-CANON    TO WS-TXL-DATE
           MOVE WS-TX-OLD-EXPIRE TO WS-TXL-OLD-EXPIRE
           MOVE WS-TX-OLD-STATUS TO WS-TXL-OLD-STATUS
           MOVE WS-TX-OLD-TYPE   TO WS-TXL-OLD-TYPE
           MOVE WS-TX-OLD-VALUE  TO WS-TXL-OLD-VALUE
           MOVE WS-TX-NEW-VALUE  TO WS-TXL-NEW-VALUE
           MOVE WS-TX-RF-ORIG-DATE   TO WS-TXL-RF-ORIG-DATE
           MOVE WS-TX-RF-DESC        TO WS-TXL-RF-DESC
           MOVE WS-TX-RF-AMOUNT      TO WS-TXL-RF-AMOUNT
           MOVE WS-TX-RF-ORIG-AMOUNT TO WS-TXL-RF-ORIG-AMOUNT
           MOVE WS-TX-RF-CHARGE      TO WS-TXL-RF-CHARGE
           MOVE WS-TX-RF-MEMTYPE     TO WS-TXL-RF-MEMTYPE
           MOVE WS-TX-RF-REASON      TO WS-TXL-RF-REASON
           MOVE WS-TX-RF-SUPV-ID     TO WS-TXL-RF-SUPV-ID
           MOVE WS-TX-RF-STAFF-ID    TO WS-TXL-RF-STAFF-ID
           MOVE WS-TX-RF-ONHAND      TO WS-TXL-RF-ONHAND.

           OPEN OUTPUT TXN-FILE
           WRITE TXN-REC FROM WS-TXN-LINE
       CLEAR-TXN-STATE.
           MOVE SPACES TO WS-TX-OLD-EXPIRE.
           MOVE SPACES TO WS-TX-OLD-STATUS.
           MOVE SPACES TO WS-TX-OLD-TYPE.
           MOVE ZEROES TO WS-TX-OLD-VALUE.
           MOVE ZEROES TO WS-TX-NEW-VALUE.
           MOVE SPACES TO WS-TX-RF-ORIG-DATE, WS-TX-RF-DESC.
           MOVE ZEROES TO WS-TX-RF-AMOUNT, WS-TX-RF-ORIG-AMOUNT.
           MOVE SPACES TO WS-TX-RF-CHARGE, WS-TX-RF-MEMTYPE.
           MOVE ZEROES TO WS-TX-RF-REASON, WS-TX-RF-SUPV-ID.
           MOVE ZEROES TO WS-TX-RF-STAFF-ID, WS-TX-RF-ONHAND.
           OPEN OUTPUT TXN-FILE.
           CLOSE TXN-FILE.

      ***** RUN ONCE AT START-UP. A SIGN-UP IS BACKED OUT IN FULL; A
      ***** CLOSE-OUT CAUGHT AFTER ITS WORK COPY WAS COMPLETE IS
      ***** FINISHED FORWARD; A RENEWAL WHOSE FEE NEVER POSTED HAS
      ***** THE MEMBER RECORD PUT BACK FROM THE JOURNAL; A TYPE
      ***** CHANGE IS BACKED OUT BEFORE ITS TALLY LINES POST AND
      ***** FINISHED FORWARD AFTER; A REFUND IS FINISHED FORWARD; AN
      ***** ONLINE APPLICATION'S ACTIVATION IS BACKED OUT; A WD-* STEP
      ***** MARK HAS ITS INTERRUPTED REWRITE FINISHED FORWARD FROM
      ***** THE STILL-COMPLETE WORK FILE. EITHER WAY THE OPERATOR IS
      ***** TOLD WHAT WAS DONE.
                   MOVE TX-DATE       TO WS-TX-DATE
                   MOVE TX-OLD-EXPIRE TO WS-TX-OLD-EXPIRE
                   MOVE TX-OLD-STATUS TO WS-TX-OLD-STATUS
                   MOVE TX-OLD-TYPE   TO WS-TX-OLD-TYPE
                   MOVE TX-OLD-VALUE  TO WS-TX-OLD-VALUE
                   MOVE TX-NEW-VALUE  TO WS-TX-NEW-VALUE
                   MOVE TX-RF-ORIG-DATE   TO WS-TX-RF-ORIG-DATE
                   MOVE TX-RF-DESC        TO WS-TX-RF-DESC
                   MOVE TX-RF-AMOUNT      TO WS-TX-RF-AMOUNT
                   MOVE TX-RF-ORIG-AMOUNT TO WS-TX-RF-ORIG-AMOUNT
                   MOVE TX-RF-CHARGE      TO WS-TX-RF-CHARGE
                   MOVE TX-RF-MEMTYPE     TO WS-TX-RF-MEMTYPE
                   MOVE TX-RF-REASON      TO WS-TX-RF-REASON
                   MOVE TX-RF-SUPV-ID     TO WS-TX-RF-SUPV-ID
                   MOVE TX-RF-STAFF-ID    TO WS-TX-RF-STAFF-ID
                   MOVE TX-RF-ONHAND      TO WS-TX-RF-ONHAND
                   MOVE 'Y' TO WS-TX-PENDING
           END-READ
           CLOSE TXN-FILE.
                   DISPLAY "THE CLOSE-OUT DIED BEFORE PAYMENT-FILE"
                       " WAS TOUCHED."
                   DISPLAY "NOTHING TO REPAIR - RE-RUN THE CLOSE-OUT."
               ELSE IF WS-TX-TYPE = 'REFUND2'
                   PERFORM FINISH-REFUND
               ELSE IF WS-TX-TYPE = 'REFUND1'
                   DISPLAY "THE REFUND DIED BEFORE PAYMENT-FILE WAS"
                       " TOUCHED."
                   DISPLAY "NOTHING TO REPAIR - RE-RUN THE REFUND."
               ELSE IF WS-TX-TYPE = 'TYPE-CHG1'
                   PERFORM BACK-OUT-TYPE-CHANGE
               ELSE IF WS-TX-TYPE = 'TYPE-CHG2'
                   PERFORM FINISH-TYPE-CHANGE
               ELSE IF WS-TX-TYPE = 'ACTIVATE'
                   PERFORM BACK-OUT-ACTIVATION
      ***** A BK-* MARK MEANS A BACK-OUT'S OWN COPY-BACK WAS CUT
      ***** SHORT: FINISH THE COPY FORWARD FROM THE COMPLETE WORK
      ***** FILE, THEN RESUME THE REST OF THE BACK-OUT. A BK-LEDGER
      ***** LINE CARRYING A PRE-RENEWAL EXPIRY CAME FROM A RENEWAL
      ***** BACK-OUT (ONLY RENEWALS JOURNAL ONE); A BLANK ONE CAME
      ***** FROM A SIGN-UP BACK-OUT. EITHER MARK CARRYING STATUS
      ***** PENDING CAME FROM AN ACTIVATION BACK-OUT (NOTHING ELSE
      ***** JOURNALS A PENDING MEMBER), WHICH IS SIMPLY RUN AGAIN.
               ELSE IF WS-TX-TYPE = 'BK-PAYFILE'
                   PERFORM FINISH-PAYFILE-REWRITE
                   DISPLAY "PAYMENT-FILE RESTORED FROM ITS WORK"
                       " FILE."
                   IF WS-TX-OLD-STATUS = 'PENDING'
                       DISPLAY "RESUMING THE ACTIVATION BACK-OUT."
                       PERFORM BACK-OUT-ACTIVATION
                   ELSE
                       DISPLAY "RESUMING THE SIGN-UP BACK-OUT."
                       PERFORM BACK-OUT-SIGN-UP
                   END-IF
               ELSE IF WS-TX-TYPE = 'BK-LEDGER'
                   PERFORM FINISH-LEDGER-REWRITE
                   DISPLAY "LEDGER RESTORED FROM ITS WORK FILE."
                   IF WS-TX-OLD-STATUS = 'PENDING'
                       DISPLAY "RESUMING THE ACTIVATION BACK-OUT."
                       PERFORM BACK-OUT-ACTIVATION
                   ELSE IF WS-TX-OLD-EXPIRE = SPACES
                       DISPLAY "RESUMING THE SIGN-UP BACK-OUT."
                       PERFORM BACK-OUT-SIGN-UP
                   ELSE
                   END-IF
               ELSE IF WS-TX-TYPE (1:3) = 'WD-'
                   PERFORM FINISH-WD-STEP
               ELSE IF WS-TX-TYPE (1:3) = 'YE-'
                   PERFORM FINISH-YE-STEP
               ELSE
                   DISPLAY "A PROGRAM WITHDRAWAL/TRANSFER WAS IN"
                       " FLIGHT BETWEEN FILE REWRITES; NO FILE WAS"
           MOVE 'SIGN-UP' TO WS-TX-OUTER-TYPE.
           MOVE WS-TX-ID TO WS-WD-ID.
           PERFORM BLANK-TX-MEMBER-RECORD.
           MOVE SPACES TO WS-TX-STRIP-DESC.
           PERFORM STRIP-TX-PAYMENTS.
      ***** A FRESH ID HAS NO OTHER LEDGER LINES, SO THE BROAD
      ***** ID-ONLY STRIP IS SAFE HERE.
           END-START.
           CLOSE USER-FILE.

      ***** AN ACTIVATION CUT SHORT IS BACKED OUT, NOT FINISHED: THE
      ***** RECORD IS REWRITTEN ACTIVE ONLY AFTER EVERY POSTING, SO A
      ***** MEMBER STILL PENDING NEVER COMPLETED ONE. A TALLY LINE PAST
      ***** THE JOURNALED LINE COUNT IS OFFSET BY ITS FULL-VOID
      ***** REVERSAL (SLSFILE.TXT LINES CARRY NO ID AND ARE NOT
      ***** REWRITTEN); THE DAY'S MEMBERSHIP FEE PAYMENT AND LEDGER
      ***** LINES FOR THE ID ARE STRIPPED, SO A RE-RUN CHARGES THE FEE
      ***** AFRESH. THE MEMBER RECORD STAYS PENDING. EVERY STEP IS SAFE
      ***** TO RUN AGAIN, SO A BK-* MARK LEFT BY A CRASH DURING THE
      ***** BACK-OUT RUNS IT AGAIN.
       BACK-OUT-ACTIVATION.
           MOVE SPACES TO WS-TX-CUR-STATUS.
           PERFORM OPEN-USER-FILE-INPUT.
           MOVE WS-TX-ID TO WS-RECON-ID.
           PERFORM CHECK-RECONCILE-ID.
           IF WS-RECON-ACTIVE = 'Y'
               MOVE MEMBER-STATUS TO WS-TX-CUR-STATUS.
           CLOSE USER-FILE.

           IF WS-RECON-ACTIVE = 'N'
               DISPLAY "NO LIVE MEMBER RECORD FOUND FOR " WS-TX-ID "."
               DISPLAY "VERIFY SLSFILE.TXT, PAYFILE AND THE LEDGER BY"
                   " HAND."
           ELSE IF WS-TX-CUR-STATUS NOT = 'PENDING'
               DISPLAY "MEMBER " WS-TX-ID " IS " WS-TX-CUR-STATUS
                   " - THE ACTIVATION COMPLETED. NO ACTION TAKEN."
           ELSE
               PERFORM REVERSE-TX-ACTIVATION-SALE
               MOVE 'ACTIVATE' TO WS-TX-OUTER-TYPE
               MOVE WS-TX-ID TO WS-WD-ID
               MOVE 'MEMBERSHIP FEE' TO WS-TX-STRIP-DESC
               PERFORM STRIP-TX-PAYMENTS
               PERFORM STRIP-TX-LEDGER
               MOVE SPACES TO WS-TX-STRIP-DESC
               MOVE SPACES TO WS-TX-OUTER-TYPE
               DISPLAY "THE ACTIVATION WAS BACKED OUT - MEMBER "
                   WS-TX-ID " IS STILL PENDING."
               DISPLAY "PAYMENT LINES REMOVED: " WS-TX-STRIPPED
               DISPLAY "RE-RUN THE ACTIVATION (MENU 30, OPTION 2)"
                   " WHEN THE MEMBER IS BACK AT THE DESK.".

       REVERSE-TX-ACTIVATION-SALE.
           PERFORM COUNT-TX-SALES-LINES.
           IF WS-TX-SALES-LINES = WS-TX-OLD-VALUE + 1
                   AND (WS-TX-SALES-CODE = 12 OR 14 OR 16)
               OPEN EXTEND SALES-FILE
               COMPUTE MEMTYPE-CODE = WS-TX-SALES-CODE + 1
               MOVE WS-TX-SALES-FEE TO MEMTYPE-FEE
               MOVE WS-TX-SALES-YR  TO MT-YR
               WRITE SALES-REC BEFORE ADVANCING 1
               CLOSE SALES-FILE
               DISPLAY "THE ACTIVATION'S TALLY LINE IS OFFSET BY A"
                   " REVERSAL.".

      ***** COUNT SLSFILE.TXT AND KEEP THE LINE JUST PAST THE COUNT
      ***** IN WS-TX-OLD-VALUE - THE ONE AN ACTIVATION WOULD HAVE
      ***** WRITTEN.
       COUNT-TX-SALES-LINES.
           MOVE ZEROES TO WS-TX-SALES-LINES.
           MOVE ZEROES TO WS-TX-SALES-CODE.
           OPEN INPUT SALES-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM COUNT-TX-SALES-LINE UNTIL EOF-SWITCH = 'Y'.
           CLOSE SALES-FILE.

       COUNT-TX-SALES-LINE.
           READ SALES-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TX-SALES-LINES
                   IF WS-TX-SALES-LINES = WS-TX-OLD-VALUE + 1
                       MOVE MEMTYPE-CODE TO WS-TX-SALES-CODE
                       MOVE MEMTYPE-FEE  TO WS-TX-SALES-FEE
                       MOVE MT-YR        TO WS-TX-SALES-YR
                   END-IF
           END-READ.

      ***** THE COPY-BACK IS BRACKETED BY A STEP MARK, THE SAME WAY
      ***** THE CLOSE-OUT AND THE ROSTER REWRITES ARE: A CRASH WHILE
      ***** PAYMENT-FILE IS OPEN OUTPUT IS FINISHED FORWARD FROM THE
               NOT AT END
                   IF PAY-ID-NUMBER = WS-TX-ID
                           AND PAY-DATE = WS-TX-DATE
                           AND (WS-TX-STRIP-DESC = SPACES
                           OR PAY-DESC = WS-TX-STRIP-DESC)
                       ADD 1 TO WS-TX-STRIPPED
                   ELSE
                       WRITE PAY-TEMP-REC FROM PAYMENT-REC

      ***** PUT DATE-EXPIRE AND MEMBER-STATUS BACK EXACTLY AS THE
      ***** JOURNAL CAPTURED THEM BEFORE THE RENEWAL TOUCHED THE
      ***** RECORD - AND MEMBERSHIP-TYPE TOO WHEN A TYPE CHANGE
      ***** JOURNALED ONE. A JOURNAL LINE FROM BEFORE THESE FIELDS
      ***** EXISTED (SPACES) LEAVES THE RECORD ALONE AND FALLS BACK TO
      ***** A HAND CHECK.
       RESTORE-RENEWAL-MEMBER.
           MOVE 'N' TO WS-TX-MEMBER-FOUND.

                                       TO DATE-EXPIRE
                                   MOVE WS-TX-OLD-STATUS
                                       TO MEMBER-STATUS
                                   IF WS-TX-OLD-TYPE NOT = SPACES
                                       MOVE WS-TX-OLD-TYPE
                                           TO MEMBERSHIP-TYPE
                                   END-IF
                                   REWRITE MEMBER-RECORD
                               END-IF
                       END-READ
                   IF PAY-ID-NUMBER = WS-TX-ID
                           AND PAY-DATE = WS-TX-DATE
                           AND PAY-DESC = 'RENEWAL FEE'
                           AND PAY-REVERSAL-FLAG NOT = 'R'
                       MOVE 'Y' TO WS-TX-PAY-FOUND
                       MOVE PAY-AMOUNT TO WS-TX-PAY-AMOUNT
                   END-IF
           DISPLAY "PAYMENT-FILE RESTORED FROM THE CLOSE-OUT WORK"
               " FILE.".

      ***** THE REFUND DIED AFTER ITS WORK COPY (ORIGINAL STAMPED,
      ***** REFUND LINE ADDED) WAS COMPLETE: FINISH THE COPY FORWARD,
      ***** THEN POST WHICHEVER OF THE LEDGER, TALLY, STOCK, PT
      ***** PACKAGE, LOG AND AUDIT LINES IS NOT YET ON FILE, FROM THE
      ***** DETAILS THE JOURNAL CARRIES - THE SAME WAY A TYPE CHANGE IS
      ***** FINISHED FORWARD. THE DESK IS THE ONLY TERMINAL THAT
      ***** WRITES THE LEDGER, SLSFILE.TXT, STOCKMOV.TXT AND
      ***** REFUNDS.TXT, AND THE REFUND WAS ITS LAST WORK, SO A
      ***** POSTING ALREADY MADE IS THE LAST LINE OF ITS FILE. A
      ***** JOURNAL LINE FROM BEFORE THE DETAILS WERE CARRIED (BLANK
      ***** DESCRIPTION) FALLS BACK TO A HAND CHECK.
       FINISH-REFUND.
           PERFORM FINISH-PAYFILE-REWRITE.
           DISPLAY "PAYMENT-FILE RESTORED FROM THE REFUND WORK FILE."
           IF WS-TX-RF-DESC = SPACES
               DISPLAY "THE JOURNAL CARRIES NO REFUND DETAILS."
               DISPLAY "CHECK THE LEDGER FOR MEMBER " WS-TX-ID
                   " (MENU 20) AND REFUNDS.TXT -"
               DISPLAY "THE REFUND'S LEDGER AND TALLY LINES MAY BE"
                   " MISSING."
               DISPLAY "A VOIDED STOCK ITEM OR REFUNDED PT PACKAGE"
                   " MAY ALSO NEED ITS STOCK (MENU 16,"
               DISPLAY "OPTION 7) OR PACKAGE (MENU 29) PUT RIGHT BY"
                   " HAND."
           ELSE
               PERFORM FINISH-REFUND-POSTINGS.

       FINISH-REFUND-POSTINGS.
           PERFORM LOAD-REFUND-FROM-TXN.
           PERFORM SET-REFUND-LEDGER-AMOUNTS.
           PERFORM SET-REFUND-SALES-CODE.
           PERFORM FINISH-REFUND-LEDGER.
           PERFORM FINISH-REFUND-SALES-REC.
           IF WS-RF-ORIG-CHARGE IS NUMERIC
               PERFORM FINISH-REFUND-GOODS.
           PERFORM FINISH-REFUND-LOG.
           PERFORM FINISH-REFUND-AUDIT.

           MOVE WS-RF-REFUND-AMT TO RFL-AMOUNT.
           DISPLAY "THE REFUND OF " RFL-AMOUNT " AGAINST "
               WS-RF-ORIG-DESC " COMPLETED.".

      ***** THE REFUND LINE IS POSTED BEFORE THE CREDIT LINE, SO A
      ***** CREDIT LINE LAST ON FILE MEANS BOTH ARE THERE. A LINE
      ***** POSTED HERE IS DATED THE DAY OF THE REFUND.
       FINISH-REFUND-LEDGER.
           MOVE SPACE TO WS-RF-LAST-KIND.
           IF WS-RF-LG-PAYMENT = 'Y' OR WS-RF-LG-CHARGE = 'Y'
               OPEN INPUT LEDGER-FILE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-REFUND-LEDGER-TAIL UNTIL EOF-SWITCH = 'Y'
               CLOSE LEDGER-FILE.

           IF WS-RF-LG-CHARGE = 'Y' AND WS-RF-LAST-KIND = 'C'
               CONTINUE
           ELSE IF WS-RF-LG-CHARGE = 'N' AND WS-RF-LAST-KIND = 'R'
               CONTINUE
           ELSE
               IF WS-RF-LG-PAYMENT = 'Y' AND WS-RF-LAST-KIND NOT = 'R'
                   MOVE 'REFUND' TO WS-LG-ENTRY-TYPE
                   MOVE WS-RF-REFUND-AMT TO WS-LG-AMOUNT
                   PERFORM POST-MISSING-REFUND-LEDGER
                   DISPLAY "LEDGER REFUND LINE WAS MISSING - POSTED."
               END-IF
               IF WS-RF-LG-CHARGE = 'Y'
                   MOVE 'CREDIT' TO WS-LG-ENTRY-TYPE
                   MOVE WS-RF-SALE-AMT TO WS-LG-AMOUNT
                   PERFORM POST-MISSING-REFUND-LEDGER
                   DISPLAY "LEDGER CREDIT LINE WAS MISSING - POSTED."
               END-IF
           END-IF.

       READ-REFUND-LEDGER-TAIL.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   MOVE SPACE TO WS-RF-LAST-KIND
                   IF LG-ID-NUMBER = WS-POS-MEMBER-ID
                           AND LG-DESC = WS-RF-ORIG-DESC
                       IF LG-ENTRY-TYPE = 'REFUND'
                               AND LG-AMOUNT = WS-RF-REFUND-AMT
                           MOVE 'R' TO WS-RF-LAST-KIND
                       ELSE IF LG-ENTRY-TYPE = 'CREDIT'
                               AND LG-AMOUNT = WS-RF-SALE-AMT
                           MOVE 'C' TO WS-RF-LAST-KIND
                       END-IF
                   END-IF
           END-READ.

      ***** THE CALLER SETS WS-LG-ENTRY-TYPE AND WS-LG-AMOUNT.
       POST-MISSING-REFUND-LEDGER.
           MOVE WS-POS-MEMBER-ID    TO WS-LG-ID-NUMBER
           MOVE WS-TX-DATE (1:2)    TO WS-LG-MONTH
           MOVE WS-TX-DATE (4:2)    TO WS-LG-DAY
           MOVE WS-TX-DATE (7:4)    TO WS-LG-YEAR
           MOVE WS-RF-ORIG-DESC     TO WS-LG-DESC.

           OPEN EXTEND LEDGER-FILE
           WRITE LEDGER-REC FROM WS-LEDGER-LINE
               BEFORE ADVANCING 1.
           CLOSE LEDGER-FILE.

       FINISH-REFUND-SALES-REC.
           IF WS-RF-SALES-CODE NOT = ZEROES
               MOVE 'N' TO WS-RF-ON-FILE
               OPEN INPUT SALES-FILE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-REFUND-SALES-TAIL UNTIL EOF-SWITCH = 'Y'
               CLOSE SALES-FILE
               IF WS-RF-ON-FILE = 'N'
                   PERFORM POST-REFUND-SALES-REC
                   DISPLAY "THE REFUND'S TALLY LINE WAS MISSING -"
                       " POSTED."
               END-IF
           END-IF.

       READ-REFUND-SALES-TAIL.
           READ SALES-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF MEMTYPE-CODE = WS-RF-SALES-CODE
                           AND MEMTYPE-FEE = WS-RF-TALLY-FEE
                       MOVE 'Y' TO WS-RF-ON-FILE
                   ELSE
                       MOVE 'N' TO WS-RF-ON-FILE
                   END-IF
           END-READ.

      ***** THE JOURNAL HOLDS THE ON-HAND COUNT BEFORE THE VOIDED ITEM
      ***** WENT BACK: IF CHARGES.TXT STILL SHOWS IT, THE ITEM IS PUT
      ***** BACK NOW; IF NOT, ONLY A MISSING MOVEMENT LINE IS LOGGED.
      ***** A PT PACKAGE ALREADY CLOSED HAS NO SESSIONS LEFT, SO
      ***** CLOSE-REFUNDED-PT-PACK FINDS NOTHING TO DO.
       FINISH-REFUND-GOODS.
           PERFORM SET-REFUND-RESTOCK.
           IF WS-RF-RESTOCK = 'Y'
               IF WS-CC-QTY (WS-CC-SUB) = WS-RF-ONHAND
                   PERFORM PUT-VOIDED-ITEM-BACK
               ELSE
                   MOVE 'N' TO WS-RF-ON-FILE
                   OPEN INPUT STOCKMOV-FILE
                   MOVE 'N' TO EOF-SWITCH
                   PERFORM READ-VOID-MOVEMENT-TAIL
                       UNTIL EOF-SWITCH = 'Y'
                   CLOSE STOCKMOV-FILE
                   IF WS-RF-ON-FILE = 'N'
                       PERFORM LOG-VOID-MOVEMENT
                       DISPLAY "THE VOID'S STOCK MOVEMENT LINE WAS"
                           " MISSING - LOGGED."
                   END-IF
               END-IF
           END-IF.

           IF WS-POS-MEMBER-ID NOT = ZEROES
               PERFORM CLOSE-REFUNDED-PT-PACK.

       READ-VOID-MOVEMENT-TAIL.
           READ STOCKMOV-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF SM-CODE = WS-CC-CODE (WS-CC-SUB)
                           AND SM-TYPE = 'SALE'
                           AND SM-QTY = 1
                           AND SM-REASON = 'POS VOID'
                       MOVE 'Y' TO WS-RF-ON-FILE
                   ELSE
                       MOVE 'N' TO WS-RF-ON-FILE
                   END-IF
           END-READ.

       FINISH-REFUND-LOG.
           PERFORM SET-REFUND-LOG-LINE.
           MOVE 'N' TO WS-RF-ON-FILE.
           OPEN INPUT REFUND-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-REFUND-LOG-TAIL UNTIL EOF-SWITCH = 'Y'.
           CLOSE REFUND-FILE.

           IF WS-RF-ON-FILE = 'N'
               OPEN EXTEND REFUND-FILE
               WRITE REFUND-REC FROM WS-REFUND-LINE
                   BEFORE ADVANCING 1
               CLOSE REFUND-FILE
               DISPLAY "THE REFUND LOG LINE WAS MISSING - POSTED.".

       READ-REFUND-LOG-TAIL.
           READ REFUND-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF RF-ID-NUMBER = WS-RFL-ID-NUMBER
                           AND RF-ORIG-DATE = WS-RFL-ORIG-DATE
                           AND RF-DESC = WS-RFL-DESC
                           AND RF-AMOUNT = WS-RFL-AMOUNT
                       MOVE 'Y' TO WS-RF-ON-FILE
                   ELSE
                       MOVE 'N' TO WS-RF-ON-FILE
                   END-IF
           END-READ.

       FINISH-REFUND-AUDIT.
           MOVE 'N' TO WS-RF-ON-FILE.
           PERFORM OPEN-AUDIT-INPUT.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM SCAN-REFUND-AUDIT UNTIL EOF-SWITCH = 'Y'.
           CLOSE AUDIT-FILE.
           IF WS-RF-ON-FILE = 'N'
               MOVE 'REFUND' TO WS-AUDIT-TRANS
               MOVE WS-POS-MEMBER-ID TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC.

       SCAN-REFUND-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF AUD-MEMBER-ID = WS-TX-ID
                           AND AUD-DATE = WS-TX-DATE
                           AND AUD-TRANS-TYPE = 'REFUND'
                       MOVE 'Y' TO WS-RF-ON-FILE
                   END-IF
           END-READ.

      ***** TYPE-CHG1: NO TALLY LINE HAS POSTED, THE LEDGER LINE MAY
      ***** HAVE. IF THE MEMBER RECORD ALREADY CARRIES THE NEW TYPE,
      ***** THE CHANGE'S OWN LEDGER LINE IS STRIPPED AND THE RECORD
      ***** PUT BACK TO THE TYPE, EXPIRY AND STATUS IN THE JOURNAL - A
      ***** TRUE BACK-OUT, THE SAME WAY A RENEWAL IS BACKED OUT.
       BACK-OUT-TYPE-CHANGE.
           PERFORM SET-TX-TYPE-CHANGE-CODES.

           IF WS-TX-MEMBER-FOUND = 'N'
               DISPLAY "NO LIVE MEMBER RECORD FOUND FOR " WS-TX-ID
                   " - NOTHING TO RESTORE."
           ELSE IF WS-CT-OLD-CODE = ZEROES
               DISPLAY "THE JOURNAL CARRIES NO PRE-CHANGE TYPE."
               DISPLAY "VERIFY THE TYPE, EXPIRY AND LEDGER FOR MEMBER "
                   WS-TX-ID " BY HAND."
           ELSE IF WS-CT-NEW-CODE = WS-CT-OLD-CODE
               DISPLAY "THE TYPE CHANGE NEVER REACHED THE MEMBER"
                   " RECORD."
               DISPLAY "NOTHING TO REPAIR - RE-RUN THE TYPE CHANGE"
                   " (MENU 26)."
           ELSE
               PERFORM SET-TYPE-CHANGE-DESC
               MOVE 'TYPE-CHG1' TO WS-TX-OUTER-TYPE
               MOVE WS-TX-ID TO WS-WD-ID
               MOVE WS-LG-DESC TO WS-TX-STRIP-DESC
               PERFORM STRIP-TX-LEDGER
               MOVE SPACES TO WS-TX-STRIP-DESC
               PERFORM RESTORE-RENEWAL-MEMBER
               MOVE SPACES TO WS-TX-OUTER-TYPE
               DISPLAY "THE TYPE CHANGE WAS BACKED OUT."
               DISPLAY "MEMBER " WS-TX-ID " RESTORED TO "
                   WS-TX-OLD-TYPE " EXPIRY " WS-TX-OLD-EXPIRE
               DISPLAY "RE-RUN THE TYPE CHANGE (MENU 26) WHEN THE"
                   " MEMBER IS BACK AT THE DESK.".

      ***** TYPE-CHG2: THE MEMBER RECORD AND LEDGER LINE ARE ON FILE.
      ***** FINISH FORWARD: THE TALLY LINES ARE THE LAST ONES ON
      ***** SLSFILE.TXT (REVERSAL, THEN SALE), SO WHICHEVER OF THE
      ***** PAIR IS MISSING IS WRITTEN FROM THE AMOUNTS IN THE
      ***** JOURNAL; THE AUDIT LINE IS WRITTEN IF IT IS NOT THERE.
       FINISH-TYPE-CHANGE.
           PERFORM SET-TX-TYPE-CHANGE-CODES.

           IF WS-TX-MEMBER-FOUND = 'N'
                   OR WS-CT-NEW-CODE = ZEROES
                   OR WS-CT-OLD-CODE = ZEROES
               DISPLAY "THE TYPE CHANGE FOR MEMBER " WS-TX-ID
                   " CANNOT BE TIED TO A MEMBERSHIP TYPE."
               DISPLAY "VERIFY SLSFILE.TXT AND THE AUDIT LOG BY HAND."
           ELSE
               PERFORM FINISH-TYPE-CHANGE-POSTINGS.

       FINISH-TYPE-CHANGE-POSTINGS.
           MOVE WS-TX-OLD-VALUE TO WS-CT-OLD-VALUE.
           MOVE WS-TX-NEW-VALUE TO WS-CT-NEW-VALUE.
           COMPUTE WS-CT-REV-CODE = WS-CT-OLD-CODE + 1.

           MOVE ZEROES TO WS-CT-PREV-CODE, WS-CT-PREV-FEE.
           MOVE ZEROES TO WS-CT-LAST-CODE, WS-CT-LAST-FEE.
           OPEN INPUT SALES-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-TYPE-CHANGE-TALLY UNTIL EOF-SWITCH = 'Y'.
           CLOSE SALES-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           IF WS-CT-PREV-CODE = WS-CT-REV-CODE
                   AND WS-CT-PREV-FEE = WS-CT-OLD-VALUE
                   AND WS-CT-LAST-CODE = WS-CT-NEW-CODE
                   AND WS-CT-LAST-FEE = WS-CT-NEW-VALUE
               DISPLAY "THE TYPE CHANGE'S TALLY LINES ARE ON FILE."
           ELSE IF WS-CT-LAST-CODE = WS-CT-REV-CODE
                   AND WS-CT-LAST-FEE = WS-CT-OLD-VALUE
               OPEN EXTEND SALES-FILE
               PERFORM WRITE-NEW-TYPE-SALES-REC
               CLOSE SALES-FILE
               DISPLAY "THE NEW TYPE'S TALLY LINE WAS MISSING -"
                   " POSTED."
           ELSE
               PERFORM ADD-TYPE-CHANGE-SALES-RECS
               DISPLAY "THE TYPE CHANGE'S TALLY LINES WERE MISSING -"
                   " POSTED."
           END-IF.

           MOVE 'N' TO WS-CT-AUD-FOUND.
           PERFORM OPEN-AUDIT-INPUT.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM SCAN-TYPE-CHANGE-AUDIT UNTIL EOF-SWITCH = 'Y'.
           CLOSE AUDIT-FILE.
           IF WS-CT-AUD-FOUND = 'N'
               PERFORM WRITE-TYPE-CHANGE-AUDIT.

           DISPLAY "THE TYPE CHANGE FOR MEMBER " WS-TX-ID
               " COMPLETED.".

      ***** CODES FOR THE JOURNAL'S PRE-CHANGE TYPE AND THE TYPE THE
      ***** MEMBER RECORD NOW CARRIES, AND THE DIRECTION BETWEEN THEM.
       SET-TX-TYPE-CHANGE-CODES.
           MOVE 'N' TO WS-TX-MEMBER-FOUND.
           MOVE ZEROES TO WS-CT-NEW-CODE.
           PERFORM OPEN-USER-FILE-INPUT.
           MOVE WS-TX-ID TO WS-RECON-ID.
           PERFORM CHECK-RECONCILE-ID.
           IF WS-RECON-ACTIVE = 'Y'
               MOVE 'Y' TO WS-TX-MEMBER-FOUND
               IF MEMBERSHIP-TYPE = 'BRONZE'
                   MOVE 12 TO WS-CT-NEW-CODE
               ELSE IF MEMBERSHIP-TYPE = 'SILVER'
                   MOVE 14 TO WS-CT-NEW-CODE
               ELSE IF MEMBERSHIP-TYPE = 'GOLD'
                   MOVE 16 TO WS-CT-NEW-CODE
               END-IF
           END-IF.
           CLOSE USER-FILE.

           MOVE ZEROES TO WS-CT-OLD-CODE.
           IF WS-TX-OLD-TYPE = 'BRONZE'
               MOVE 12 TO WS-CT-OLD-CODE
           ELSE IF WS-TX-OLD-TYPE = 'SILVER'
               MOVE 14 TO WS-CT-OLD-CODE
           ELSE IF WS-TX-OLD-TYPE = 'GOLD'
               MOVE 16 TO WS-CT-OLD-CODE.

           IF WS-CT-NEW-CODE > WS-CT-OLD-CODE
               MOVE 'U' TO WS-CT-DIRECTION
           ELSE
               MOVE 'D' TO WS-CT-DIRECTION.

       READ-TYPE-CHANGE-TALLY.
           READ SALES-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   MOVE WS-CT-LAST-CODE TO WS-CT-PREV-CODE
                   MOVE WS-CT-LAST-FEE  TO WS-CT-PREV-FEE
                   MOVE MEMTYPE-CODE    TO WS-CT-LAST-CODE
                   MOVE MEMTYPE-FEE     TO WS-CT-LAST-FEE
           END-READ.

       SCAN-TYPE-CHANGE-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF AUD-MEMBER-ID = WS-TX-ID
                           AND AUD-DATE = WS-TX-DATE
                           AND (AUD-TRANS-TYPE = 'UPGRADE'
                           OR AUD-TRANS-TYPE = 'DOWNGRADE')
                       MOVE 'Y' TO WS-CT-AUD-FOUND
                   END-IF
           END-READ.

       FINISH-PAYFILE-REWRITE.
           PERFORM OPEN-PAYMENT-OUTPUT
           OPEN INPUT PAY-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-TEMP-TO-PAY UNTIL EOF-SWITCH = 'Y'
           CLOSE PAYMENT-FILE
           CLOSE PAY-TEMP.

       FINISH-LEDGER-REWRITE.
           OPEN OUTPUT LEDGER-FILE
           OPEN INPUT ROSTER-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-TEMP-TO-LEDGER UNTIL EOF-SWITCH = 'Y'
           CLOSE LEDGER-FILE
           CLOSE ROSTER-TEMP.

      ******************************************************************
      *            MONTHLY MANAGEMENT SUMMARY REPORT                   *
      ******************************************************************

      ***** ONE SPOOLED MONTH-END REPORT FOR THE OWNER: STATUS
      ***** COUNTS, SIGN-UPS VERSUS CANCELLATIONS AND NON-RENEWALS,
      ***** REVENUE SPLIT, VISITS, AND PROGRAM-FEE MOVEMENT, WITH A
      ***** SAME-MONTH-LAST-YEAR COMPARISON COLUMN. SIGN-UPS AND
      ***** CANCELLATIONS COME OFF THE AUDIT LOG (THE MASTER ONLY
      ***** HOLDS CURRENT STATE); PROGRAM MOVEMENT COMES OFF THE
      ***** PROGRAM-FEE LINES IN PAYMENT-FILE, WHICH CARRY FULL DATES
      ***** WHERE PT-FILE CARRIES ONLY THE YEAR.
       MONTHLY-SUMMARY-REPORT.
           PERFORM GET-SUMMARY-MONTH.

           COMPUTE WS-MS-CMP-YEAR = WS-MS-YEAR - 1.
           MOVE WS-MS-CMP-YEAR TO WS-MS-PASS-YEAR.
           PERFORM COMPUTE-MONTH-METRICS.
           MOVE WS-MS-SIGNUPS    TO WS-MSB-SIGNUPS
           MOVE WS-MS-CANCELS    TO WS-MSB-CANCELS
           MOVE WS-MS-NONRENEW   TO WS-MSB-NONRENEW
           MOVE WS-MS-MEM-REV    TO WS-MSB-MEM-REV
           MOVE WS-MS-POS-REV    TO WS-MSB-POS-REV
           MOVE WS-MS-PROGFEES   TO WS-MSB-PROGFEES
           MOVE WS-MS-VISITS     TO WS-MSB-VISITS
           MOVE WS-MS-AVG-VISITS TO WS-MSB-AVG-VISITS.

           MOVE WS-MS-YEAR TO WS-MS-PASS-YEAR.
           PERFORM COMPUTE-MONTH-METRICS.
           MOVE WS-MS-SIGNUPS    TO WS-MSA-SIGNUPS
           MOVE WS-MS-CANCELS    TO WS-MSA-CANCELS
           MOVE WS-MS-NONRENEW   TO WS-MSA-NONRENEW
           MOVE WS-MS-MEM-REV    TO WS-MSA-MEM-REV
           MOVE WS-MS-POS-REV    TO WS-MSA-POS-REV
           MOVE WS-MS-PROGFEES   TO WS-MSA-PROGFEES
           MOVE WS-MS-VISITS     TO WS-MSA-VISITS
           MOVE WS-MS-AVG-VISITS TO WS-MSA-AVG-VISITS.

           PERFORM COUNT-MEMBER-STATUSES.
           PERFORM PRINT-MONTHLY-SUMMARY.
           PERFORM ASK-ANOTHER-TRANSACTION.

       GET-SUMMARY-MONTH.
           DISPLAY PROPER-SPACING.
           DISPLAY "REPORT MONTH (1-12): "
           ACCEPT WS-MS-MONTH.

           IF WS-MS-MONTH < 1 OR WS-MS-MONTH > 12
               DISPLAY "ENTER A MONTH FROM 1 TO 12."
               PERFORM GET-SUMMARY-MONTH
           ELSE
               DISPLAY "REPORT YEAR (YYYY): "
               ACCEPT WS-MS-YEAR.

       COMPUTE-MONTH-METRICS.
           MOVE ZEROES TO WS-MS-SIGNUPS.
           MOVE ZEROES TO WS-MS-CANCELS.
           MOVE ZEROES TO WS-MS-NONRENEW.
           MOVE ZEROES TO WS-MS-MEM-REV.
           MOVE ZEROES TO WS-MS-POS-REV.
           MOVE ZEROES TO WS-MS-PROGFEES.
           MOVE ZEROES TO WS-MS-VISITS.

           PERFORM OPEN-AUDIT-INPUT.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM TALLY-MS-AUDIT-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE AUDIT-FILE.

           PERFORM TALLY-MS-VISIT UNTIL EOF-SWITCH = 'Y'.
           CLOSE ATTENDANCE-FILE.

      ***** A PAST YEAR MAY ALREADY HAVE BEEN CLOSED BY THE YEAR-END
      ***** ROLLOVER, WHICH LEAVES ITS DETAIL ONLY IN THE HISTORY
      ***** FILES. A LINE IS EVER IN ONE PLACE OR THE OTHER, SO
      ***** READING BOTH NEVER COUNTS IT TWICE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           IF WS-MS-PASS-YEAR < WS-CURRENT-YEAR
               PERFORM TALLY-MS-HISTORY.

           MOVE WS-MS-MONTH     TO WS-VAL-MONTH.
           MOVE WS-MS-PASS-YEAR TO WS-VAL-YEAR.
           PERFORM GET-DAYS-IN-MONTH.
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM COUNT-MS-AUDIT-RECORD
           END-READ.

       COUNT-MS-AUDIT-RECORD.
           IF AUD-MONTH = WS-MS-MONTH
                   AND AUD-YEAR = WS-MS-PASS-YEAR
               IF AUD-TRANS-TYPE = 'SIGN-UP'
                   ADD 1 TO WS-MS-SIGNUPS
               ELSE IF AUD-TRANS-TYPE = 'CANCEL'
                   ADD 1 TO WS-MS-CANCELS
               END-IF
           END-IF.

      ***** A NON-RENEWAL IS A MEMBER STILL MARKED EXPIRED WHOSE
      ***** EXPIRY FELL IN THE REPORT MONTH.
       TALLY-MS-NONRENEWAL.
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM COUNT-MS-PAYMENT
           END-READ.

       COUNT-MS-PAYMENT.
           IF PAY-MONTH = WS-MS-MONTH
                   AND PAY-YEAR = WS-MS-PASS-YEAR
               PERFORM SET-PAY-NET-AMOUNT
               IF PAY-DESC = 'MEMBERSHIP FEE'
                       OR PAY-DESC = 'RENEWAL FEE'
                       OR PAY-DESC = 'ON-ACCOUNT PAYMENT'
                   ADD WS-PAY-NET-AMOUNT TO WS-MS-MEM-REV
               ELSE
                   ADD WS-PAY-NET-AMOUNT TO WS-MS-POS-REV
               END-IF
               IF PAY-DESC = 'ZUMBA PROGRAM FEE'
                       OR PAY-DESC = 'BODY COND PROG FEE'
                       OR PAY-DESC = 'BODY BLDG PROG FEE'
                       OR PAY-DESC = 'BOXING PROGRAM FEE'
                   IF PAY-REVERSAL-FLAG = 'R'
                       SUBTRACT 1 FROM WS-MS-PROGFEES
                   ELSE
                       ADD 1 TO WS-MS-PROGFEES
                   END-IF
               END-IF
           END-IF.

       TALLY-MS-VISIT.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM COUNT-MS-VISIT
           END-READ.

       COUNT-MS-VISIT.
           IF AT-MONTH = WS-MS-MONTH
                   AND AT-YEAR = WS-MS-PASS-YEAR
               ADD 1 TO WS-MS-VISITS.

      ***** THE SAME TALLIES RUN OVER THE CLOSED-YEAR HISTORY FILES;
      ***** EACH HISTORY LINE IS READ INTO THE LIVE LOG'S RECORD AREA.
       TALLY-MS-HISTORY.
           OPEN INPUT AUD-HIST-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM TALLY-MS-HIST-AUDIT UNTIL EOF-SWITCH = 'Y'.
           CLOSE AUD-HIST-FILE.

           OPEN INPUT PAY-HIST-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM TALLY-MS-HIST-PAYMENT UNTIL EOF-SWITCH = 'Y'.
           CLOSE PAY-HIST-FILE.

           OPEN INPUT ATT-HIST-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM TALLY-MS-HIST-VISIT UNTIL EOF-SWITCH = 'Y'.
           CLOSE ATT-HIST-FILE.

       TALLY-MS-HIST-AUDIT.
           READ AUD-HIST-FILE INTO AUDIT-REC
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM COUNT-MS-AUDIT-RECORD
           END-READ.

       TALLY-MS-HIST-PAYMENT.
           READ PAY-HIST-FILE INTO PAYMENT-REC
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM COUNT-MS-PAYMENT
           END-READ.

       TALLY-MS-HIST-VISIT.
           READ ATT-HIST-FILE INTO ATTENDANCE-REC
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM COUNT-MS-VISIT
           END-READ.

       COUNT-MEMBER-STATUSES.
                           ADD 1 TO WS-MS-EXPIRED
                       ELSE IF MEMBER-CANCELLED
                           ADD 1 TO WS-MS-CANCELLED
                       ELSE IF MEMBER-PENDING
                           ADD 1 TO WS-MS-PENDING
                       ELSE
                           ADD 1 TO WS-MS-ACTIVE
                       END-IF
           MOVE WS-MS-CANCELLED TO MS-ST-COUNT
           MOVE MS-STATUS-LINE TO MONTH-RPT-REC
           PERFORM WRITE-MS-LINE.
           MOVE '  PENDING (ONLINE)' TO MS-ST-LABEL
           MOVE WS-MS-PENDING TO MS-ST-COUNT
           MOVE MS-STATUS-LINE TO MONTH-RPT-REC
           PERFORM WRITE-MS-LINE.
           MOVE SPACES TO MONTH-RPT-REC
           PERFORM WRITE-MS-LINE.

           MOVE 'LOCKER RENTAL'  TO PAY-DESC
           MOVE WS-LK-RATE-FOUND TO PAY-AMOUNT
           MOVE SPACE TO PAY-CLOSED-FLAG
           MOVE SPACE TO PAY-PASS-USED-FLAG
           MOVE SPACE TO PAY-REVERSAL-FLAG
           MOVE SPACES TO PAY-MEMTYPE
           MOVE SPACES TO PAY-CHARGE-CODE.

           PERFORM OPEN-PAYMENT-EXTEND
           WRITE PAYMENT-REC BEFORE ADVANCING 1.
           MOVE WS-CMP-DAYCOUNT TO WS-TODAY-DAYCOUNT.

           DISPLAY PROPER-SPACING.
           DISPLAY "                  OVERDUE LOCKER REPORT"
           DISPLAY LK-LIST-HEADING-LINE.
           DISPLAY TOPIC-UNDERLINE-1.

           MOVE ZEROES TO WS-LK-OVERDUE.
           OPEN INPUT LOCKER-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM CHECK-OVERDUE-LOCKER UNTIL EOF-SWITCH = 'Y'.
           CLOSE LOCKER-FILE.

           DISPLAY TOPIC-UNDERLINE-2.
           DISPLAY "OVERDUE LOCKERS: " WS-LK-OVERDUE.
           DISPLAY PROPER-SPACING.

       CHECK-OVERDUE-LOCKER.
           READ LOCKER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF LK-STATUS = 'OCCUPIED' OR LK-STATUS = 'CLEAROUT'
                       MOVE LK-EXPIRE-DATE (1:2) TO WS-CMP-MONTH
                       MOVE LK-EXPIRE-DATE (4:2) TO WS-CMP-DAY
                       MOVE LK-EXPIRE-DATE (7:4) TO WS-CMP-YEAR
                       PERFORM COMPUTE-DAYCOUNT
                       MOVE WS-CMP-DAYCOUNT TO WS-LK-EXP-DAYCOUNT
                       IF WS-LK-EXP-DAYCOUNT < WS-TODAY-DAYCOUNT
                           ADD 1 TO WS-LK-OVERDUE
                           DISPLAY LOCKER-REC
                       END-IF
                   END-IF
           END-READ.

      ***** A DELETED OR CANCELLED MEMBER MUST NOT KEEP A LOCKER:
      ***** FLAG EVERY LOCKER ASSIGNED TO ID-NUMBER FOR CLEAR-OUT SO
      ***** THE DESK EMPTIES AND RELEASES IT.
       FLAG-MEMBER-LOCKERS.
           MOVE ZEROES TO WS-LK-FLAGGED.
           OPEN INPUT LOCKER-FILE
           OPEN OUTPUT LOCKER-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM FLAG-LOCKER-TO-TEMP UNTIL EOF-SWITCH = 'Y'
           CLOSE LOCKER-FILE
           CLOSE LOCKER-TEMP.

           OPEN OUTPUT LOCKER-FILE
           OPEN INPUT LOCKER-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-TEMP-TO-LOCKER UNTIL EOF-SWITCH = 'Y'
           CLOSE LOCKER-FILE
           CLOSE LOCKER-TEMP.

           IF WS-LK-FLAGGED > ZEROES
               DISPLAY "LOCKERS FLAGGED FOR CLEAR-OUT: "
                   WS-LK-FLAGGED.

       FLAG-LOCKER-TO-TEMP.
           READ LOCKER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF LK-ASSIGNED-ID = ID-NUMBER
                           AND LK-STATUS = 'OCCUPIED'
                       MOVE 'CLEAROUT' TO LK-STATUS
                       ADD 1 TO WS-LK-FLAGGED
                   END-IF
                   WRITE LOCKER-TEMP-REC FROM LOCKER-REC
                       BEFORE ADVANCING 1
           END-READ.

      ******************************************************************
      *                  PROGRAM ENROLLMENT FEES                       *
      ******************************************************************

      ***** EACH EXERCISE PROGRAM CARRIES A MONTHLY FEE, COLLECTED AT
      ***** ENROLLMENT AND AT EACH PROGRAM RENEWAL. THE FEE POSTS TO
      ***** PAYMENT-FILE (RECEIPT, Z-REPORT, RECONCILIATION) AND TO
      ***** THE MEMBER'S LEDGER.
       LOAD-PROGRAM-FEES.
           OPEN INPUT PROGFEE-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM APPLY-PROGFEE-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE PROGFEE-FILE.

       APPLY-PROGFEE-RECORD.
           READ PROGFEE-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF PF-CODE = 1111
                       MOVE PF-FEE TO WS-PF-FEE-ZU
                   ELSE IF PF-CODE = 2222
                       MOVE PF-FEE TO WS-PF-FEE-BC
                   ELSE IF PF-CODE = 3333
                       MOVE PF-FEE TO WS-PF-FEE-BB
                   ELSE IF PF-CODE = 4444
                       MOVE PF-FEE TO WS-PF-FEE-BX
                   END-IF
           END-READ.

       SET-PROGRAM-FEE-DUE.
           PERFORM LOAD-PROGRAM-FEES.

           IF WS-PF-PROG-CODE = 1111
               MOVE WS-PF-FEE-ZU TO WS-PF-FEE-DUE
               MOVE 'ZUMBA PROGRAM FEE' TO WS-PF-DESC
           ELSE IF WS-PF-PROG-CODE = 2222
               MOVE WS-PF-FEE-BC TO WS-PF-FEE-DUE
               MOVE 'BODY COND PROG FEE' TO WS-PF-DESC
           ELSE IF WS-PF-PROG-CODE = 3333
               MOVE WS-PF-FEE-BB TO WS-PF-FEE-DUE
               MOVE 'BODY BLDG PROG FEE' TO WS-PF-DESC
           ELSE
               MOVE WS-PF-FEE-BX TO WS-PF-FEE-DUE
               MOVE 'BOXING PROGRAM FEE' TO WS-PF-DESC.

       ADD-PROGRAM-FEE-REC.
           PERFORM SET-PROGRAM-FEE-DUE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE ID-NUMBER        TO PAY-ID-NUMBER
           MOVE WS-CURRENT-MONTH TO WS-DC-MM
           MOVE WS-CURRENT-DAY   TO WS-DC-DD
           MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON    TO PAY-DATE
           MOVE WS-PF-DESC       TO PAY-DESC
           MOVE WS-PF-FEE-DUE    TO PAY-AMOUNT
           MOVE SPACE            TO PAY-CLOSED-FLAG
           MOVE SPACE            TO PAY-PASS-USED-FLAG
           MOVE SPACE            TO PAY-REVERSAL-FLAG
           MOVE SPACES           TO PAY-MEMTYPE
           MOVE SPACES           TO PAY-CHARGE-CODE.

           PERFORM OPEN-PAYMENT-EXTEND
           WRITE PAYMENT-REC BEFORE ADVANCING 1.
           CLOSE PAYMENT-FILE.

           MOVE ID-NUMBER     TO WS-LG-ID-NUMBER
           MOVE WS-PF-DESC    TO WS-LG-DESC
           MOVE WS-PF-FEE-DUE TO WS-LG-AMOUNT
           PERFORM POST-LEDGER-CHARGE.
           PERFORM POST-LEDGER-PAYMENT.

           MOVE 'PAYMENT' TO WS-AUDIT-TRANS
           MOVE ID-NUMBER TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.
           DISPLAY "PROGRAM FEE CHARGED: " WS-PF-DESC
               " " WS-PF-FEE-DUE.

       LIST-PROGRAM-FEES.
           PERFORM LOAD-PROGRAM-FEES.
           DISPLAY PROPER-SPACING.
           DISPLAY "PROGRAM MONTHLY FEES IN FORCE:"
           DISPLAY "  1111  ZUMBA              " WS-PF-FEE-ZU
           DISPLAY "  2222  BODY CONDITIONING  " WS-PF-FEE-BC
           DISPLAY "  3333  BODY BUILDING      " WS-PF-FEE-BB
           DISPLAY "  4444  BOXING             " WS-PF-FEE-BX.
           DISPLAY PROPER-SPACING.

       SET-PROGRAM-FEE.
           PERFORM PROGRAM-MENU.

           IF PROGRAM-TYPE = 1
               MOVE 1111 TO WS-PF-CODE
               PERFORM WRITE-PROGRAM-FEE
           ELSE IF PROGRAM-TYPE = 2
               MOVE 2222 TO WS-PF-CODE
               PERFORM WRITE-PROGRAM-FEE
           ELSE IF PROGRAM-TYPE = 3
               MOVE 3333 TO WS-PF-CODE
               PERFORM WRITE-PROGRAM-FEE
           ELSE IF PROGRAM-TYPE = 4
               MOVE 4444 TO WS-PF-CODE
               PERFORM WRITE-PROGRAM-FEE
           ELSE
               DISPLAY "PRESS [4], [3], [2], OR [1] ONLY."
               PERFORM SET-PROGRAM-FEE.

      ***** A NEW FEE IS APPENDED; THE LAST LINE ON FILE FOR A CODE
      ***** WINS, SO THE FILE DOUBLES AS FEE HISTORY.
       WRITE-PROGRAM-FEE.
           PERFORM GET-NEW-PROGRAM-FEE.
           MOVE WS-NEW-PF-FEE TO WS-PF-FEE.

           OPEN EXTEND PROGFEE-FILE
           WRITE PROGFEE-REC FROM WS-PROGFEE-LINE
               BEFORE ADVANCING 1.
           CLOSE PROGFEE-FILE.
           DISPLAY "PROGRAM FEE SET.".

       GET-NEW-PROGRAM-FEE.
           DISPLAY "MONTHLY FEE (WHOLE PESOS): "
           ACCEPT WS-NEW-PF-FEE.

           IF WS-NEW-PF-FEE = ZEROES
               DISPLAY "FEE MUST BE AT LEAST 1."
               PERFORM GET-NEW-PROGRAM-FEE.

      ******************************************************************
      *              MONTHLY PROGRAM FEE BILLING RUN                   *
      ******************************************************************

      ***** WALK EVERY OPEN ENROLLMENT IN PT-FILE AND CHARGE THE
      ***** CURRENT MONTH'S PROGRAM FEE TO THE MEMBER'S LEDGER. THE
      ***** CHARGE CARRIES THE SAME DESCRIPTION ENROLLMENT AND PROGRAM
      ***** RENEWAL USE, AND AN ENROLLMENT ALREADY CHARGED THIS MONTH
      ***** UNDER THAT DESCRIPTION IS PASSED OVER, SO THE LEDGER ITSELF
      ***** IS THE RECORD OF WHAT HAS BEEN BILLED: A RUN RESTARTED PART
      ***** WAY THROUGH PICKS UP ONLY WHAT IT HAD NOT YET CHARGED, AND
      ***** A MEMBER WHO ENROLLED OR RENEWED AT THE DESK THIS MONTH IS
      ***** NOT CHARGED TWICE. ON-HOLD AND CANCELLED MEMBERS ARE NOT
      ***** BILLED. EVERY ENROLLMENT LOOKED AT GOES ON THE REGISTER.
       PROGRAM-BILLING-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-BR-MONTH.
           MOVE WS-CURRENT-YEAR  TO WS-BR-YEAR.

           DISPLAY PROPER-SPACING.
           DISPLAY "BILL PROGRAM FEES FOR " WS-BR-MONTH "/" WS-BR-YEAR
               "? "
           DISPLAY "PRESS [Y] = YES | [N] = NO".
           ACCEPT WS-BR-CONFIRM.

           IF WS-BR-CONFIRM = 'Y' OR 'y'
               PERFORM RUN-PROGRAM-BILLING
           ELSE
               DISPLAY "BILLING RUN NOT STARTED.".

           CLOSE USER-FILE.
           PERFORM ASK-ANOTHER-TRANSACTION.

       RUN-PROGRAM-BILLING.
           MOVE 1 TO WS-BR-SUB.
           PERFORM CLEAR-BR-TOTALS UNTIL WS-BR-SUB > 5.

           MOVE WS-BR-MONTH TO BR-HDR-MONTH.
           MOVE WS-BR-YEAR  TO BR-HDR-YEAR.
           OPEN OUTPUT BILL-RPT-FILE.
           MOVE TITLE-UNDERLINE TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE PROGRAM-HEADING-LINE TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE TITLE-UNDERLINE TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE BR-HEADING-LINE-1 TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE SPACES TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE BR-COLUMN-HEADING-LINE TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE TOPIC-UNDERLINE-1 TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.

           OPEN INPUT PT-FILE.
           MOVE 'N' TO WS-BR-EOF.
           PERFORM BILL-ONE-ENROLLMENT UNTIL WS-BR-EOF = 'Y'.
           CLOSE PT-FILE.

           PERFORM PRINT-BR-CONTROL-TOTALS.
           CLOSE BILL-RPT-FILE.

           DISPLAY PROPER-SPACING.
           DISPLAY "PROGRAM FEES BILLED: " WS-BR-BILLED (5).
           DISPLAY "BILLING REGISTER WRITTEN TO BILLRPT.TXT".

       CLEAR-BR-TOTALS.
           MOVE ZEROES TO WS-BR-READ (WS-BR-SUB)
           MOVE ZEROES TO WS-BR-BILLED (WS-BR-SUB)
           MOVE ZEROES TO WS-BR-SKIPPED (WS-BR-SUB)
           MOVE ZEROES TO WS-BR-PRIOR (WS-BR-SUB)
           MOVE ZEROES TO WS-BR-AMOUNT (WS-BR-SUB)
           ADD 1 TO WS-BR-SUB.

      ***** WITHDRAWN ENROLLMENTS (9999) AND ANY CODE THAT IS NOT ONE
      ***** OF THE FOUR PROGRAMS ARE NOT ENROLLMENTS AND ARE PASSED
      ***** OVER WITHOUT A REGISTER LINE.
       BILL-ONE-ENROLLMENT.
           READ PT-FILE
               AT END
                   MOVE 'Y' TO WS-BR-EOF
               NOT AT END
                   IF PROGTYPE-CODE = 1111 OR PROGTYPE-CODE = 2222
                           OR PROGTYPE-CODE = 3333
                           OR PROGTYPE-CODE = 4444
                       PERFORM BILL-ENROLLMENT-LINE
                   END-IF
           END-READ.

       BILL-ENROLLMENT-LINE.
           COMPUTE WS-BR-SUB = PROGTYPE-CODE / 1111.
           ADD 1 TO WS-BR-READ (WS-BR-SUB).
           MOVE PROGTYPE-CODE TO WS-PF-PROG-CODE.
           PERFORM SET-PROGRAM-FEE-DUE.

           MOVE PT-ID-NUMBER TO WS-RECON-ID.
           PERFORM CHECK-RECONCILE-ID.

           MOVE PT-ID-NUMBER TO BRD-ID-NUMBER.
           MOVE WS-PF-DESC   TO BRD-DESC.
           MOVE ZEROES       TO BRD-AMOUNT.
           IF WS-RECON-ACTIVE = 'N'
               MOVE SPACES TO BRD-MEMBER-NAME
               MOVE 'NOT ON FILE' TO BRD-RESULT
               ADD 1 TO WS-BR-SKIPPED (WS-BR-SUB)
           ELSE
               MOVE MEMBER-NAME TO BRD-MEMBER-NAME
               IF MEMBER-ON-HOLD
                   MOVE 'SKIP-HOLD' TO BRD-RESULT
                   ADD 1 TO WS-BR-SKIPPED (WS-BR-SUB)
               ELSE IF MEMBER-CANCELLED
                   MOVE 'SKIP-CANCEL' TO BRD-RESULT
                   ADD 1 TO WS-BR-SKIPPED (WS-BR-SUB)
               ELSE
                   PERFORM CHECK-ALREADY-BILLED
                   IF WS-BR-ALREADY = 'Y'
                       MOVE 'ALREADY-BLD' TO BRD-RESULT
                       ADD 1 TO WS-BR-PRIOR (WS-BR-SUB)
                   ELSE
                       PERFORM POST-MONTHLY-PROGRAM-FEE
                       MOVE 'BILLED' TO BRD-RESULT
                       MOVE WS-PF-FEE-DUE TO BRD-AMOUNT
                       ADD 1 TO WS-BR-BILLED (WS-BR-SUB)
                       ADD WS-PF-FEE-DUE TO WS-BR-AMOUNT (WS-BR-SUB)
                   END-IF
               END-IF
           END-IF.

           MOVE BR-DETAIL-LINE TO BILL-RPT-REC.
           PERFORM WRITE-BR-LINE.

      ***** BILLED = A CHARGE LINE FOR THIS MEMBER, UNDER THIS
      ***** PROGRAM'S FEE DESCRIPTION, DATED IN THE BILLING MONTH.
       CHECK-ALREADY-BILLED.
           MOVE 'N' TO WS-BR-ALREADY.
           OPEN INPUT LEDGER-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM MATCH-BILLED-LEDGER UNTIL EOF-SWITCH = 'Y'.
           CLOSE LEDGER-FILE.

       MATCH-BILLED-LEDGER.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF LG-ID-NUMBER = PT-ID-NUMBER
                           AND LG-ENTRY-TYPE = 'CHARGE'
                           AND LG-DESC = WS-PF-DESC
                           AND LG-MONTH = WS-BR-MONTH
                           AND LG-YEAR = WS-BR-YEAR
                       MOVE 'Y' TO WS-BR-ALREADY
                   END-IF
           END-READ.

      ***** A CHARGE ONLY: THE FEE IS OWED, NOT YET PAID. IT IS
      ***** COLLECTED AT THE DESK AS AN ON-ACCOUNT PAYMENT.
       POST-MONTHLY-PROGRAM-FEE.
           MOVE PT-ID-NUMBER  TO WS-LG-ID-NUMBER
           MOVE WS-PF-DESC    TO WS-LG-DESC
           MOVE WS-PF-FEE-DUE TO WS-LG-AMOUNT
           PERFORM POST-LEDGER-CHARGE.

           MOVE 'PROG-BILL' TO WS-AUDIT-TRANS
           MOVE PT-ID-NUMBER TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.

      ***** ENTRY 5 OF THE TOTALS TABLE IS THE ALL-PROGRAMS LINE.
       PRINT-BR-CONTROL-TOTALS.
           MOVE TOPIC-UNDERLINE-2 TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE SPACES TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE "CONTROL TOTALS BY PROGRAM:" TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE BR-TOTAL-HEADING-LINE TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE TOPIC-UNDERLINE-1 TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.

           MOVE 1 TO WS-BR-SUB.
           PERFORM PRINT-BR-PROGRAM-TOTAL UNTIL WS-BR-SUB > 4.

           MOVE TOPIC-UNDERLINE-2 TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.
           MOVE 'ALL PROGRAMS' TO BRT-PROGRAM
           MOVE 5 TO WS-BR-SUB
           PERFORM MOVE-BR-TOTAL-FIELDS.
           MOVE BR-TOTAL-LINE TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.

       PRINT-BR-PROGRAM-TOTAL.
           IF WS-BR-SUB = 1
               MOVE 'ZUMBA' TO BRT-PROGRAM
           ELSE IF WS-BR-SUB = 2
               MOVE 'BODY CONDITIONING' TO BRT-PROGRAM
           ELSE IF WS-BR-SUB = 3
               MOVE 'BODY BUILDING' TO BRT-PROGRAM
           ELSE
               MOVE 'BOXING' TO BRT-PROGRAM.

           PERFORM MOVE-BR-TOTAL-FIELDS.
           MOVE BR-TOTAL-LINE TO BILL-RPT-REC
           PERFORM WRITE-BR-LINE.

           ADD WS-BR-READ (WS-BR-SUB)    TO WS-BR-READ (5)
           ADD WS-BR-BILLED (WS-BR-SUB)  TO WS-BR-BILLED (5)
           ADD WS-BR-SKIPPED (WS-BR-SUB) TO WS-BR-SKIPPED (5)
           ADD WS-BR-PRIOR (WS-BR-SUB)   TO WS-BR-PRIOR (5)
           ADD WS-BR-AMOUNT (WS-BR-SUB)  TO WS-BR-AMOUNT (5)
           ADD 1 TO WS-BR-SUB.

       MOVE-BR-TOTAL-FIELDS.
           MOVE WS-BR-READ (WS-BR-SUB)    TO BRT-READ
           MOVE WS-BR-BILLED (WS-BR-SUB)  TO BRT-BILLED
           MOVE WS-BR-SKIPPED (WS-BR-SUB) TO BRT-SKIPPED
           MOVE WS-BR-PRIOR (WS-BR-SUB)   TO BRT-PRIOR
           MOVE WS-BR-AMOUNT (WS-BR-SUB)  TO BRT-AMOUNT.

       WRITE-BR-LINE.
           DISPLAY BILL-RPT-REC.
           WRITE BILL-RPT-REC BEFORE ADVANCING 1.

      ******************************************************************
      *            FAMILY / CORPORATE GROUP ACCOUNTS                   *
      ******************************************************************

      ***** EACH PERSON KEEPS THEIR OWN MEMBER-RECORD AND LEDGER; THE
      ***** GROUP FILE LINKS THEIR IDS UNDER ONE BILL PAYER SO THE
      ***** STATEMENT, THE CHECK-IN BALANCE GATE AND THE RENEWAL
      ***** DISCOUNT ALL SEE THE HOUSEHOLD OR COMPANY AS ONE ACCOUNT.
      ***** THE BILL PAYER HAS A LINE OF THEIR OWN (MEMBER ID = PAYER
      ***** ID); A MEMBER BELONGS TO ONE GROUP AT MOST.
       GROUP-ACCOUNTS.
           PERFORM ASK-GROUP-MODE.

           IF WS-GRP-MODE = 1
               PERFORM CREATE-GROUP-ACCOUNT
           ELSE IF WS-GRP-MODE = 2
               PERFORM ADD-GROUP-MEMBER
           ELSE IF WS-GRP-MODE = 3
               PERFORM REMOVE-GROUP-MEMBER
           ELSE IF WS-GRP-MODE = 4
               PERFORM LIST-GROUP-ACCOUNTS
           ELSE IF WS-GRP-MODE = 5
               PERFORM GROUP-STATEMENT
           ELSE
               PERFORM GROUP-FOLLOW-UP-REPORT.

           PERFORM ASK-ANOTHER-TRANSACTION.

       ASK-GROUP-MODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "  PRESS:  "
           DISPLAY "      [1]     CREATE A GROUP ACCOUNT"
           DISPLAY "      [2]     ADD A MEMBER TO A GROUP"
           DISPLAY "      [3]     REMOVE A MEMBER FROM A GROUP"
           DISPLAY "      [4]     LIST GROUP ACCOUNTS"
           DISPLAY "      [5]     CONSOLIDATED GROUP STATEMENT"
           DISPLAY "      [6]     DEPENDENTS FLAGGED FOR FOLLOW-UP"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-GRP-MODE.

               IF WS-GRP-MODE >= 1 AND WS-GRP-MODE <= 6
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-GROUP-MODE.

       CREATE-GROUP-ACCOUNT.
           DISPLAY PROPER-SPACING.
           DISPLAY "BILL PAYER'S MEMBERSHIP ID. NO.: "
           ACCEPT WS-GRP-MEMBER-IN.

           PERFORM VERIFY-GROUP-MEMBER.
           MOVE WS-GRP-MEMBER-IN TO WS-GRP-LOOK-ID.
           PERFORM FIND-MEMBER-GROUP.

           IF WS-RECON-ACTIVE = 'N'
               DISPLAY "NO ACTIVE MEMBER ON FILE FOR THAT ID."
           ELSE IF WS-GRP-FOUND = 'Y'
               DISPLAY "THAT MEMBER IS ALREADY IN THE GROUP BILLED TO"
                   " ID # " WS-GRP-PAYER-ID "."
           ELSE
               PERFORM ASK-GROUP-TYPE
               DISPLAY "GROUP NAME (FAMILY SURNAME OR COMPANY): "
               ACCEPT WS-GRP-NAME
               PERFORM GET-GROUP-DISCOUNT-CODE
               MOVE WS-GRP-MEMBER-IN TO WS-GR-PAYER-ID
               MOVE WS-GRP-MEMBER-IN TO WS-GR-MEMBER-ID
               MOVE WS-GRP-TYPE      TO WS-GR-TYPE
               MOVE WS-GRP-DISC-CODE TO WS-GR-DISC-CODE
               MOVE WS-GRP-NAME      TO WS-GR-NAME
               MOVE 'ACTIVE'         TO WS-GR-LINK-STATUS
               PERFORM WRITE-GROUP-LINE
               MOVE 'GRP-CREATE' TO WS-AUDIT-TRANS
               MOVE WS-GRP-MEMBER-IN TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC
               DISPLAY PROPER-SPACING
               DISPLAY "GROUP ACCOUNT CREATED. ADD ITS MEMBERS WITH"
                   " OPTION [2].".

       ASK-GROUP-TYPE.
           DISPLAY "GROUP TYPE:"
           DISPLAY "      [1]     FAMILY"
           DISPLAY "      [2]     CORPORATE"
           ACCEPT WS-GRP-TYPE-NUM.

           IF WS-GRP-TYPE-NUM = 1
               MOVE 'FAMILY' TO WS-GRP-TYPE
           ELSE IF WS-GRP-TYPE-NUM = 2
               MOVE 'CORPORATE' TO WS-GRP-TYPE
           ELSE
               DISPLAY "PRESS [1] OR [2] ONLY."
               PERFORM ASK-GROUP-TYPE.

      ***** THE GROUP'S DISCOUNT MUST BE ONE ALREADY SET UP IN
      ***** DISCOUNT.TXT; A BLANK ANSWER MEANS THE GROUP HAS NONE.
       GET-GROUP-DISCOUNT-CODE.
           DISPLAY "GROUP DISCOUNT CODE (PRESS ENTER FOR NONE): "
           ACCEPT WS-DISC-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-DISC-CODE-IN)
               TO WS-DISC-CODE-IN.

           IF WS-DISC-CODE-IN = SPACES
               MOVE SPACES TO WS-GRP-DISC-CODE
           ELSE
               MOVE 'N' TO WS-DISC-FOUND
               OPEN INPUT DISCOUNT-FILE
               MOVE 'N' TO EOF-SWITCH
               PERFORM MATCH-DISCOUNT-RECORD UNTIL EOF-SWITCH = 'Y'
               CLOSE DISCOUNT-FILE
               IF WS-DISC-FOUND = 'N'
                   DISPLAY "NO SUCH DISCOUNT CODE."
                   PERFORM GET-GROUP-DISCOUNT-CODE
               ELSE
                   MOVE WS-DISC-CODE-IN TO WS-GRP-DISC-CODE
               END-IF
           END-IF.

       ADD-GROUP-MEMBER.
           DISPLAY PROPER-SPACING.
           DISPLAY "BILL PAYER'S MEMBERSHIP ID. NO.: "
           ACCEPT WS-GRP-LOOK-ID.

           PERFORM FIND-MEMBER-GROUP.
           IF WS-GRP-FOUND = 'N' OR WS-GRP-PAYER-ID NOT = WS-GRP-LOOK-ID
               DISPLAY "NO GROUP ACCOUNT IS BILLED TO THAT ID."
           ELSE
               MOVE WS-GRP-PAYER-ID  TO WS-GR-PAYER-ID
               MOVE WS-GRP-TYPE      TO WS-GR-TYPE
               MOVE WS-GRP-DISC-CODE TO WS-GR-DISC-CODE
               MOVE WS-GRP-NAME      TO WS-GR-NAME
               PERFORM LOAD-GROUP-MEMBERS
               DISPLAY "MEMBERSHIP ID. NO. TO ADD: "
               ACCEPT WS-GRP-MEMBER-IN
               PERFORM VERIFY-GROUP-MEMBER
               MOVE WS-GRP-MEMBER-IN TO WS-GRP-LOOK-ID
               PERFORM FIND-MEMBER-GROUP
               IF WS-GRP-COUNT >= 50
                   DISPLAY "THIS GROUP IS FULL (50 MEMBERS)."
               ELSE IF WS-RECON-ACTIVE = 'N'
                   DISPLAY "NO ACTIVE MEMBER ON FILE FOR THAT ID."
               ELSE IF WS-GRP-FOUND = 'Y'
                   DISPLAY "THAT MEMBER IS ALREADY IN THE GROUP BILLED"
                       " TO ID # " WS-GRP-PAYER-ID "."
               ELSE
                   MOVE WS-GRP-MEMBER-IN TO WS-GR-MEMBER-ID
                   MOVE 'ACTIVE'         TO WS-GR-LINK-STATUS
                   PERFORM WRITE-GROUP-LINE
                   MOVE 'GRP-ADD' TO WS-AUDIT-TRANS
                   MOVE WS-GRP-MEMBER-IN TO WS-AUDIT-MEMBER-ID
                   PERFORM WRITE-AUDIT-REC
                   DISPLAY "MEMBER ADDED TO THE GROUP BILLED TO ID # "
                       WS-GR-PAYER-ID "."
               END-IF
           END-IF.

      ***** TAKES A DEPENDENT OUT OF THEIR GROUP (ALSO HOW A FOLLOW-UP
      ***** ITEM IS CLEARED ONCE THE MEMBER HAS A NEW ARRANGEMENT). A
      ***** BILL PAYER COMES OFF ONLY WHEN NO DEPENDENTS ARE LEFT,
      ***** WHICH CLOSES THE GROUP.
       REMOVE-GROUP-MEMBER.
           DISPLAY PROPER-SPACING.
           DISPLAY "MEMBERSHIP ID. NO. TO REMOVE: "
           ACCEPT WS-GRP-LOOK-ID.

           PERFORM FIND-MEMBER-GROUP.
           IF WS-GRP-FOUND = 'N'
               DISPLAY "THAT ID IS NOT IN ANY GROUP ACCOUNT."
           ELSE
               PERFORM LOAD-GROUP-MEMBERS
               IF WS-GRP-LOOK-ID = WS-GRP-PAYER-ID
                       AND WS-GRP-COUNT > 1
                   DISPLAY "THE BILL PAYER CANNOT BE REMOVED WHILE"
                       " DEPENDENTS REMAIN IN THE GROUP."
               ELSE
                   MOVE 'R' TO WS-GRP-EDIT
                   PERFORM REWRITE-GROUP-FILE
                   MOVE 'GRP-REMOVE' TO WS-AUDIT-TRANS
                   MOVE WS-GRP-LOOK-ID TO WS-AUDIT-MEMBER-ID
                   PERFORM WRITE-AUDIT-REC
                   DISPLAY "MEMBER REMOVED FROM THE GROUP."
               END-IF
           END-IF.

       LIST-GROUP-ACCOUNTS.
           DISPLAY PROPER-SPACING.
           DISPLAY "                     GROUP ACCOUNTS ON FILE"
           DISPLAY GR-LIST-HEADING-LINE.
           DISPLAY TOPIC-UNDERLINE-1.

           MOVE ZEROES TO WS-GRP-LISTED.
           OPEN INPUT GROUP-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM LIST-GROUP-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE GROUP-FILE.

           IF WS-GRP-LISTED = ZEROES
               DISPLAY "NO GROUP ACCOUNTS ON FILE.".
           DISPLAY TOPIC-UNDERLINE-2.
           DISPLAY PROPER-SPACING.

       LIST-GROUP-RECORD.
           READ GROUP-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-GRP-LISTED
                   DISPLAY GROUP-REC
           END-READ.

      ***** EVERY LINKED MEMBER'S LEDGER, EACH WITH ITS OWN BALANCE,
      ***** THEN THE COMBINED BALANCE THE BILL PAYER OWES. SPOOLED TO
      ***** GROUPSTM.TXT FOR PRINTING OR MAILING.
       GROUP-STATEMENT.
           DISPLAY PROPER-SPACING.
           DISPLAY "BILL PAYER'S MEMBERSHIP ID. NO.: "
           ACCEPT WS-GRP-LOOK-ID.

           PERFORM FIND-MEMBER-GROUP.
           IF WS-GRP-FOUND = 'N' OR WS-GRP-PAYER-ID NOT = WS-GRP-LOOK-ID
               DISPLAY "NO GROUP ACCOUNT IS BILLED TO THAT ID."
           ELSE
               PERFORM PRINT-GROUP-STATEMENT
           END-IF.

       PRINT-GROUP-STATEMENT.
           PERFORM LOAD-GROUP-MEMBERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-DC-MM
           MOVE WS-CURRENT-DAY   TO WS-DC-DD
           MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON    TO GSH-DATE.
           MOVE WS-GRP-NAME      TO GSH-NAME
           MOVE WS-GRP-PAYER-ID  TO GSH-PAYER-ID
           MOVE WS-GRP-TYPE      TO GSH-TYPE
           MOVE WS-GRP-DISC-CODE TO GSH-DISC-CODE.

           OPEN OUTPUT GROUP-STMT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           MOVE PROGRAM-HEADING-LINE TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           MOVE TITLE-UNDERLINE TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           MOVE GS-HEADING-LINE-1 TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           MOVE GS-HEADING-LINE-2 TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.

           MOVE ZEROES TO WS-GRP-BALANCE.
           PERFORM OPEN-USER-FILE-INPUT.
           MOVE 1 TO WS-GRP-SUB.
           PERFORM PRINT-GROUP-MEMBER UNTIL WS-GRP-SUB > WS-GRP-COUNT.
           CLOSE USER-FILE.

           MOVE TOPIC-UNDERLINE-2 TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           MOVE WS-GRP-BALANCE TO GST-AMOUNT.
           MOVE GS-TOTAL-LINE TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           CLOSE GROUP-STMT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY "GROUP STATEMENT WRITTEN TO GROUPSTM.TXT".

       PRINT-GROUP-MEMBER.
           MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB) TO WS-RECON-ID.
           PERFORM CHECK-RECONCILE-ID.
           MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB) TO GSM-ID-NUMBER.
           IF WS-RECON-ACTIVE = 'Y'
               MOVE MEMBER-NAME TO GSM-MEMBER-NAME
           ELSE
               MOVE '(NO LONGER ON FILE)' TO GSM-MEMBER-NAME.
           IF WS-GRP-MEMBER-ID (WS-GRP-SUB) = WS-GRP-PAYER-ID
               MOVE 'BILL PAYER' TO GSM-NOTE
           ELSE IF WS-GRP-MEMBER-STAT (WS-GRP-SUB) = 'FOLLOWUP'
               MOVE 'FOLLOW-UP' TO GSM-NOTE
           ELSE
               MOVE SPACES TO GSM-NOTE.

           MOVE SPACES TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           MOVE GS-MEMBER-LINE TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           MOVE LG-HEADING-LINE TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           MOVE TOPIC-UNDERLINE-1 TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.

           MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB) TO WS-BAL-ID.
           MOVE ZEROES TO WS-LEDGER-LISTED.
           OPEN INPUT LEDGER-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM PRINT-GROUP-LEDGER-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE LEDGER-FILE.
           IF WS-LEDGER-LISTED = ZEROES
               MOVE "NO LEDGER ENTRIES ON FILE." TO GROUP-STMT-REC
               PERFORM WRITE-GS-LINE.

           PERFORM COMPUTE-MEMBER-BALANCE.
           ADD WS-BAL-AMOUNT TO WS-GRP-BALANCE.
           MOVE WS-BAL-AMOUNT TO GSS-AMOUNT.
           MOVE GS-SUBTOTAL-LINE TO GROUP-STMT-REC
           PERFORM WRITE-GS-LINE.
           ADD 1 TO WS-GRP-SUB.

       PRINT-GROUP-LEDGER-RECORD.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF LG-ID-NUMBER = WS-BAL-ID
                       ADD 1 TO WS-LEDGER-LISTED
                       MOVE LG-DATE TO LGL-DATE
                       MOVE LG-ENTRY-TYPE TO LGL-TYPE
                       MOVE LG-DESC TO LGL-DESC
                       MOVE LG-AMOUNT TO LGL-AMOUNT
                       MOVE LG-DETAIL-LINE TO GROUP-STMT-REC
                       PERFORM WRITE-GS-LINE
                   END-IF
           END-READ.

       WRITE-GS-LINE.
           DISPLAY GROUP-STMT-REC.
           WRITE GROUP-STMT-REC BEFORE ADVANCING 1.

      ***** DEPENDENTS WHOSE BILL PAYER HAS BEEN CANCELLED OR DELETED:
      ***** THE DESK CALLS EACH TO SET UP A NEW BILL PAYER OR BILL
      ***** THEM DIRECTLY, THEN REMOVES THEM FROM THE OLD GROUP.
       GROUP-FOLLOW-UP-REPORT.
           DISPLAY PROPER-SPACING.
           DISPLAY "            GROUP DEPENDENTS FLAGGED FOR FOLLOW-UP"
           DISPLAY GR-LIST-HEADING-LINE.
           DISPLAY TOPIC-UNDERLINE-1.

           MOVE ZEROES TO WS-GRP-LISTED.
           OPEN INPUT GROUP-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM LIST-FOLLOW-UP-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE GROUP-FILE.

           DISPLAY TOPIC-UNDERLINE-2.
           DISPLAY "DEPENDENTS NEEDING FOLLOW-UP: " WS-GRP-LISTED.
           DISPLAY PROPER-SPACING.

       LIST-FOLLOW-UP-RECORD.
           READ GROUP-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF GA-LINK-STATUS = 'FOLLOWUP'
                       ADD 1 TO WS-GRP-LISTED
                       DISPLAY GROUP-REC
                   END-IF
           END-READ.

      ***** WS-GRP-MEMBER-IN MUST BE A LIVE, UNCANCELLED MEMBER TO
      ***** JOIN OR FOUND A GROUP. LEAVES WS-RECON-ACTIVE 'Y' OR 'N'.
       VERIFY-GROUP-MEMBER.
           PERFORM OPEN-USER-FILE-INPUT.
           MOVE WS-GRP-MEMBER-IN TO WS-RECON-ID.
           PERFORM CHECK-RECONCILE-ID.
           IF WS-RECON-ACTIVE = 'Y' AND MEMBER-CANCELLED
               MOVE 'N' TO WS-RECON-ACTIVE.
           CLOSE USER-FILE.

      ***** LOOK UP THE GROUP LINE FOR WS-GRP-LOOK-ID. ON A MATCH THE
      ***** GROUP'S PAYER, TYPE, NAME, DISCOUNT CODE AND THIS MEMBER'S
      ***** LINK STATUS ARE LEFT IN WS-GROUP-WORK.
       FIND-MEMBER-GROUP.
           MOVE 'N' TO WS-GRP-FOUND.
           OPEN INPUT GROUP-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM MATCH-GROUP-RECORD UNTIL EOF-SWITCH = 'Y'.
           CLOSE GROUP-FILE.

       MATCH-GROUP-RECORD.
           READ GROUP-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF GA-MEMBER-ID = WS-GRP-LOOK-ID
                       MOVE 'Y' TO WS-GRP-FOUND
                       MOVE GA-PAYER-ID    TO WS-GRP-PAYER-ID
                       MOVE GA-TYPE        TO WS-GRP-TYPE
                       MOVE GA-DISC-CODE   TO WS-GRP-DISC-CODE
                       MOVE GA-NAME        TO WS-GRP-NAME
                       MOVE GA-LINK-STATUS TO WS-GRP-LINK-STATUS
                       MOVE 'Y' TO EOF-SWITCH
                   END-IF
           END-READ.

      ***** FILL THE MEMBER TABLE WITH EVERY ID BILLED TO
      ***** WS-GRP-PAYER-ID.
       LOAD-GROUP-MEMBERS.
           MOVE ZEROES TO WS-GRP-COUNT.
           OPEN INPUT GROUP-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM LOAD-GROUP-ENTRY UNTIL EOF-SWITCH = 'Y'.
           CLOSE GROUP-FILE.

       LOAD-GROUP-ENTRY.
           READ GROUP-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF GA-PAYER-ID = WS-GRP-PAYER-ID
                           AND WS-GRP-COUNT < 50
                       ADD 1 TO WS-GRP-COUNT
                       MOVE GA-MEMBER-ID
                           TO WS-GRP-MEMBER-ID (WS-GRP-COUNT)
                       MOVE GA-LINK-STATUS
                           TO WS-GRP-MEMBER-STAT (WS-GRP-COUNT)
                   END-IF
           END-READ.

      ***** COMBINED LEDGER BALANCE OF EVERY MEMBER BILLED TO
      ***** WS-GRP-PAYER-ID, LEFT IN WS-GRP-BALANCE.
       COMPUTE-GROUP-BALANCE.
           PERFORM LOAD-GROUP-MEMBERS.
           MOVE ZEROES TO WS-GRP-BALANCE.
           MOVE 1 TO WS-GRP-SUB.
           PERFORM ADD-GROUP-MEMBER-BALANCE
               UNTIL WS-GRP-SUB > WS-GRP-COUNT.

       ADD-GROUP-MEMBER-BALANCE.
           MOVE WS-GRP-MEMBER-ID (WS-GRP-SUB) TO WS-BAL-ID.
           PERFORM COMPUTE-MEMBER-BALANCE.
           ADD WS-BAL-AMOUNT TO WS-GRP-BALANCE.
           ADD 1 TO WS-GRP-SUB.

       WRITE-GROUP-LINE.
           OPEN EXTEND GROUP-FILE
           WRITE GROUP-REC FROM WS-GROUP-LINE
               BEFORE ADVANCING 1.
           CLOSE GROUP-FILE.

      ***** CANCELLING OR DELETING A BILL PAYER MUST NOT LEAVE THEIR
      ***** DEPENDENTS ORPHANED: EVERY OTHER MEMBER OF THE GROUP BILLED
      ***** TO ID-NUMBER IS FLAGGED FOR FOLLOW-UP.
       FLAG-GROUP-DEPENDENTS.
           MOVE ID-NUMBER TO WS-GRP-LOOK-ID.
           MOVE 'F' TO WS-GRP-EDIT.
           PERFORM REWRITE-GROUP-FILE.

           IF WS-GRP-FLAGGED > ZEROES
               DISPLAY "GROUP DEPENDENTS FLAGGED FOR FOLLOW-UP: "
                   WS-GRP-FLAGGED.

      ***** REWRITE THE GROUP FILE THROUGH GROUP-TEMP, EITHER DROPPING
      ***** WS-GRP-LOOK-ID'S LINE (REMOVE) OR FLAGGING THE DEPENDENTS
      ***** OF BILL PAYER WS-GRP-LOOK-ID (FLAG).
       REWRITE-GROUP-FILE.
           MOVE ZEROES TO WS-GRP-FLAGGED.
           OPEN INPUT GROUP-FILE
           OPEN OUTPUT GROUP-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-GROUP-TO-TEMP UNTIL EOF-SWITCH = 'Y'
           CLOSE GROUP-FILE
           CLOSE GROUP-TEMP.

           OPEN OUTPUT GROUP-FILE
           OPEN INPUT GROUP-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-TEMP-TO-GROUP UNTIL EOF-SWITCH = 'Y'
           CLOSE GROUP-FILE
           CLOSE GROUP-TEMP.

       COPY-GROUP-TO-TEMP.
           READ GROUP-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF GRP-EDIT-REMOVE
                           AND GA-MEMBER-ID = WS-GRP-LOOK-ID
                       CONTINUE
                   ELSE
                       IF GRP-EDIT-FLAG
                               AND GA-PAYER-ID = WS-GRP-LOOK-ID
                               AND GA-MEMBER-ID NOT = WS-GRP-LOOK-ID
                               AND GA-LINK-STATUS = 'ACTIVE'
                           MOVE 'FOLLOWUP' TO GA-LINK-STATUS
                           ADD 1 TO WS-GRP-FLAGGED
                       END-IF
                       WRITE GROUP-TEMP-REC FROM GROUP-REC
                           BEFORE ADVANCING 1
                   END-IF
           END-READ.

       COPY-TEMP-TO-GROUP.
           READ GROUP-TEMP
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   WRITE GROUP-REC FROM GROUP-TEMP-REC
                       BEFORE ADVANCING 1
           END-READ.

      ******************************************************************
      *            PREPAID PERSONAL-TRAINING PACKAGES                  *
      ******************************************************************

      ***** SELLING A PACKAGE CHARGE CODE (CC-STOCK-FLAG 'P') AT THE
      ***** POINT OF SALE OPENS AN ENTITLEMENT LINE IN PTPACK.TXT FOR
      ***** THE MEMBER: SESSIONS BOUGHT, SESSIONS USED, PURCHASE AND
      ***** EXPIRY DATES AND THE PRICE PAID. EACH SESSION REDEEMED
      ***** TAKES ONE OFF THE PACK AND IS LOGGED TO PTREDEEM.TXT WITH
      ***** THE INSTRUCTOR WHO DELIVERED IT.
       PT-PACKAGES.
           PERFORM ASK-PT-PACK-MODE.

           IF WS-PK-MODE = 1
               PERFORM REDEEM-PT-SESSION
           ELSE IF WS-PK-MODE = 2
               PERFORM VIEW-MEMBER-PT-PACKS
           ELSE
               PERFORM PT-PACK-LIABILITY-REPORT.

           PERFORM ASK-ANOTHER-TRANSACTION.

       ASK-PT-PACK-MODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "  PRESS:  "
           DISPLAY "      [1]     REDEEM A PT SESSION"
           DISPLAY "      [2]     VIEW A MEMBER'S PT PACKAGES"
           DISPLAY "      [3]     EXPIRING SESSIONS / LIABILITY REPORT"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-PK-MODE.

               IF WS-PK-MODE = 1 OR WS-PK-MODE = 2
                       OR WS-PK-MODE = 3
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-PT-PACK-MODE.

      ***** CALLED FROM SELL-ONE-ITEM WITH WS-CC-SUB ON THE PACKAGE
      ***** JUST SOLD TO WS-POS-MEMBER-ID. THE PACK RUNS FOR THE
      ***** CHARGE CODE'S VALIDITY IN CALENDAR MONTHS FROM TODAY.
       CREATE-PT-ENTITLEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-DC-MM
           MOVE WS-CURRENT-DAY   TO WS-DC-DD
           MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON    TO WS-PTK-BOUGHT-DATE.

           COMPUTE WS-PK-EXP-MONTH =
               WS-CURRENT-MONTH + WS-CC-PKG-MONTHS (WS-CC-SUB).
           MOVE WS-CURRENT-YEAR TO WS-PK-EXP-YEAR.
           PERFORM CARRY-PACK-EXPIRY-YEAR
               UNTIL WS-PK-EXP-MONTH <= 12.
           MOVE WS-PK-EXP-MONTH TO WS-VAL-MONTH
           MOVE WS-PK-EXP-YEAR  TO WS-VAL-YEAR
           PERFORM GET-DAYS-IN-MONTH.
           MOVE WS-CURRENT-DAY TO WS-PK-EXP-DAY.
           IF WS-PK-EXP-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-PK-EXP-DAY.
           MOVE WS-PK-EXP-MONTH TO WS-DC-MM
           MOVE WS-PK-EXP-DAY   TO WS-DC-DD
           MOVE WS-PK-EXP-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON   TO WS-PTK-EXPIRE-DATE.

           MOVE WS-POS-MEMBER-ID TO WS-PTK-ID-NUMBER
           MOVE WS-CC-CODE (WS-CC-SUB)  TO WS-PTK-CODE
           MOVE WS-CC-DESC (WS-CC-SUB)  TO WS-PTK-DESC
           MOVE WS-CC-PKG-SESSIONS (WS-CC-SUB) TO WS-PTK-PURCHASED
           MOVE ZEROES TO WS-PTK-USED
           MOVE WS-CC-PRICE (WS-CC-SUB) TO WS-PTK-PRICE.

           OPEN EXTEND PTPACK-FILE
           WRITE PTPACK-REC FROM WS-PTPACK-LINE
               BEFORE ADVANCING 1.
           CLOSE PTPACK-FILE.
           MOVE 'PT-PACK' TO WS-AUDIT-TRANS
           MOVE WS-POS-MEMBER-ID TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.
           DISPLAY "PT PACKAGE OPENED: " WS-PTK-PURCHASED
               " SESSIONS, EXPIRES " WS-PTK-EXPIRE-DATE ".".

       CARRY-PACK-EXPIRY-YEAR.
           SUBTRACT 12 FROM WS-PK-EXP-MONTH.
           ADD 1 TO WS-PK-EXP-YEAR.

      ***** SESSIONS COME OFF THE MEMBER'S LIVE PACK THAT EXPIRES
      ***** FIRST. A MEMBER WHOSE PACKS ARE ALL USED UP OR EXPIRED IS
      ***** REFUSED, WITH THE REASON.
       REDEEM-PT-SESSION.
           PERFORM GET-PT-PACK-MEMBER.
           PERFORM TODAY-TO-DAYCOUNT.
           PERFORM FIND-LIVE-PT-PACK.

           IF WS-PK-SEL-SEQ = ZEROES
               DISPLAY PROPER-SPACING
               IF WS-PK-ANY-PACK = 'N'
                   DISPLAY "NO PT PACKAGE ON FILE FOR THAT MEMBER."
               ELSE IF WS-PK-ANY-EXPIRED = 'Y'
                   DISPLAY "PT PACKAGE EXPIRED WITH SESSIONS UNUSED."
                   DISPLAY "REDEMPTION REFUSED."
               ELSE
                   DISPLAY "ALL PT PACKAGE SESSIONS ARE USED UP."
                   DISPLAY "REDEMPTION REFUSED."
               END-IF
           ELSE
               DISPLAY PROPER-SPACING
               DISPLAY "PACKAGE: " WS-PK-SEL-DESC
                   " BOUGHT " WS-PK-SEL-BOUGHT
               DISPLAY "SESSIONS LEFT BEFORE THIS ONE: " WS-PK-SEL-LEFT
               PERFORM GET-PT-INSTRUCTOR
               MOVE 1 TO WS-PK-ADD-USED
               PERFORM REWRITE-PTPACK-FILE
               PERFORM LOG-PT-REDEMPTION
               SUBTRACT 1 FROM WS-PK-SEL-LEFT
               DISPLAY "SESSION REDEEMED. SESSIONS LEFT: "
                   WS-PK-SEL-LEFT
           END-IF.

       GET-PT-PACK-MEMBER.
           DISPLAY PROPER-SPACING.
           DISPLAY "MEMBERSHIP ID. NO.: "
           ACCEPT WS-PK-MEMBER-ID.

           MOVE WS-PK-MEMBER-ID TO WS-POS-MEMBER-ID.
           PERFORM VERIFY-POS-MEMBER.
           IF WS-RECON-ACTIVE = 'N'
               DISPLAY "NO ACTIVE MEMBER ON FILE FOR THAT ID."
               PERFORM GET-PT-PACK-MEMBER.

       TODAY-TO-DAYCOUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-YEAR  TO WS-CMP-YEAR
           MOVE WS-CURRENT-MONTH TO WS-CMP-MONTH
           MOVE WS-CURRENT-DAY   TO WS-CMP-DAY
           PERFORM COMPUTE-DAYCOUNT
           MOVE WS-CMP-DAYCOUNT TO WS-TODAY-DAYCOUNT.

      ***** LEAVES WS-PK-SEL-SEQ ON THE FILE LINE NUMBER OF THE LIVE
      ***** PACK EXPIRING FIRST, OR ZERO IF THERE IS NONE.
       FIND-LIVE-PT-PACK.
           MOVE ZEROES TO WS-PK-SEL-SEQ.
           MOVE ZEROES TO WS-PK-SEQ.
           MOVE 9999999 TO WS-PK-SEL-EXP-DAYS.
           MOVE 'N' TO WS-PK-ANY-PACK.
           MOVE 'N' TO WS-PK-ANY-EXPIRED.
           OPEN INPUT PTPACK-FILE.
           MOVE 'N' TO WS-PK-EOF.
           PERFORM CHECK-LIVE-PT-PACK UNTIL WS-PK-EOF = 'Y'.
           CLOSE PTPACK-FILE.

       CHECK-LIVE-PT-PACK.
           READ PTPACK-FILE
               AT END
                   MOVE 'Y' TO WS-PK-EOF
               NOT AT END
                   ADD 1 TO WS-PK-SEQ
                   IF PTK-ID-NUMBER = WS-PK-MEMBER-ID
                       MOVE 'Y' TO WS-PK-ANY-PACK
                       PERFORM RATE-PT-PACK-LINE
                   END-IF
           END-READ.

       RATE-PT-PACK-LINE.
           PERFORM PACK-EXPIRY-TO-DAYCOUNT.
           IF PTK-USED < PTK-PURCHASED
               IF WS-PK-EXP-DAYCOUNT < WS-TODAY-DAYCOUNT
                   MOVE 'Y' TO WS-PK-ANY-EXPIRED
               ELSE IF WS-PK-EXP-DAYCOUNT < WS-PK-SEL-EXP-DAYS
                   MOVE WS-PK-SEQ          TO WS-PK-SEL-SEQ
                   MOVE WS-PK-EXP-DAYCOUNT TO WS-PK-SEL-EXP-DAYS
                   MOVE PTK-CODE           TO WS-PK-SEL-CODE
                   MOVE PTK-DESC           TO WS-PK-SEL-DESC
                   MOVE PTK-BOUGHT-DATE    TO WS-PK-SEL-BOUGHT
                   COMPUTE WS-PK-SEL-LEFT =
                       PTK-PURCHASED - PTK-USED
               END-IF
           END-IF.

       PACK-EXPIRY-TO-DAYCOUNT.
           MOVE PTK-EXPIRE-DATE (1:2) TO WS-CMP-MONTH
           MOVE PTK-EXPIRE-DATE (4:2) TO WS-CMP-DAY
           MOVE PTK-EXPIRE-DATE (7:4) TO WS-CMP-YEAR
           PERFORM COMPUTE-DAYCOUNT
           MOVE WS-CMP-DAYCOUNT TO WS-PK-EXP-DAYCOUNT.

      ***** PT IS NOT TIED TO ONE PROGRAM, SO ANY INSTRUCTOR ON THE
      ***** MASTER MAY DELIVER A SESSION.
       GET-PT-INSTRUCTOR.
           DISPLAY "INSTRUCTOR ID WHO DELIVERED THE SESSION: "
           ACCEPT WS-INS-ID-IN.

           MOVE ZEROES TO WS-SCH-PROG-CODE.
           PERFORM FIND-INSTRUCTOR.
           IF WS-INS-FOUND = 'N'
               DISPLAY "NO INSTRUCTOR ON FILE FOR THAT ID."
               PERFORM GET-PT-INSTRUCTOR
           ELSE
               DISPLAY "INSTRUCTOR: " WS-INS-NAME-FOUND.

      ***** COPY PTPACK.TXT THROUGH PTPACK-TEMP, ADDING WS-PK-ADD-USED
      ***** SESSIONS USED TO LINE WS-PK-SEL-SEQ.
       REWRITE-PTPACK-FILE.
           MOVE ZEROES TO WS-PK-SEQ.
           OPEN INPUT PTPACK-FILE
           OPEN OUTPUT PTPACK-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-PTPACK-TO-TEMP UNTIL EOF-SWITCH = 'Y'
           CLOSE PTPACK-FILE
           CLOSE PTPACK-TEMP.

           OPEN OUTPUT PTPACK-FILE
           OPEN INPUT PTPACK-TEMP
           MOVE 'N' TO EOF-SWITCH
           PERFORM COPY-TEMP-TO-PTPACK UNTIL EOF-SWITCH = 'Y'
           CLOSE PTPACK-FILE
           CLOSE PTPACK-TEMP.

       COPY-PTPACK-TO-TEMP.
           READ PTPACK-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PK-SEQ
                   IF WS-PK-SEQ = WS-PK-SEL-SEQ
                       ADD WS-PK-ADD-USED TO PTK-USED
                   END-IF
                   WRITE PTPACK-TEMP-REC FROM PTPACK-REC
                       BEFORE ADVANCING 1
           END-READ.

       COPY-TEMP-TO-PTPACK.
           READ PTPACK-TEMP
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   WRITE PTPACK-REC FROM PTPACK-TEMP-REC
                       BEFORE ADVANCING 1
           END-READ.

       LOG-PT-REDEMPTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-DC-MM
           MOVE WS-CURRENT-DAY   TO WS-DC-DD
           MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON    TO WS-PTR-DATE
           MOVE WS-CURRENT-HOUR   TO WS-PTR-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-PTR-MINUTE
           MOVE WS-PK-MEMBER-ID  TO WS-PTR-ID-NUMBER
           MOVE WS-PK-SEL-CODE   TO WS-PTR-CODE
           MOVE WS-PK-SEL-BOUGHT TO WS-PTR-BOUGHT-DATE
           MOVE WS-INS-ID-IN     TO WS-PTR-INS-ID
           MOVE WS-INS-NAME-FOUND TO WS-PTR-INS-NAME
           MOVE WS-OPERATOR-ID   TO WS-PTR-STAFF-ID.

           OPEN EXTEND PTREDEEM-FILE
           WRITE PTREDEEM-REC FROM WS-PTREDEEM-LINE
               BEFORE ADVANCING 1.
           CLOSE PTREDEEM-FILE.
           MOVE 'PT-REDEEM' TO WS-AUDIT-TRANS
           MOVE WS-PK-MEMBER-ID TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.

       VIEW-MEMBER-PT-PACKS.
           PERFORM GET-PT-PACK-MEMBER.
           DISPLAY PROPER-SPACING.
           DISPLAY "PT PACKAGES FOR ID # " WS-PK-MEMBER-ID
           DISPLAY PK-LIST-HEADING-LINE.
           DISPLAY TOPIC-UNDERLINE-1.

           MOVE ZEROES TO WS-PK-LISTED.
           OPEN INPUT PTPACK-FILE.
           MOVE 'N' TO WS-PK-EOF.
           PERFORM LIST-MEMBER-PT-PACK UNTIL WS-PK-EOF = 'Y'.
           CLOSE PTPACK-FILE.

           IF WS-PK-LISTED = ZEROES
               DISPLAY "NO PT PACKAGE ON FILE FOR THAT MEMBER.".
           DISPLAY TOPIC-UNDERLINE-2.
           DISPLAY PROPER-SPACING.

       LIST-MEMBER-PT-PACK.
           READ PTPACK-FILE
               AT END
                   MOVE 'Y' TO WS-PK-EOF
               NOT AT END
                   IF PTK-ID-NUMBER = WS-PK-MEMBER-ID
                       ADD 1 TO WS-PK-LISTED
                       PERFORM VALUE-PT-PACK-LINE
                       DISPLAY PK-DETAIL-LINE
                   END-IF
           END-READ.

      ***** SESSIONS LEFT ON THE PACK IN PTK- AND THEIR SHARE OF THE
      ***** PRICE PAID, INTO PK-DETAIL-LINE.
       VALUE-PT-PACK-LINE.
           COMPUTE WS-PK-LEFT = PTK-PURCHASED - PTK-USED.
           IF PTK-PURCHASED = ZEROES
               MOVE ZEROES TO WS-PK-VALUE
           ELSE
               COMPUTE WS-PK-VALUE ROUNDED =
                   PTK-PRICE * WS-PK-LEFT / PTK-PURCHASED.
           MOVE PTK-ID-NUMBER   TO PKD-ID-NUMBER
           MOVE PTK-DESC        TO PKD-DESC
           MOVE PTK-BOUGHT-DATE TO PKD-BOUGHT
           MOVE PTK-EXPIRE-DATE TO PKD-EXPIRES
           MOVE WS-PK-LEFT      TO PKD-LEFT
           MOVE WS-PK-VALUE     TO PKD-VALUE.

      ***** LISTS EVERY LIVE PACK WITH SESSIONS LEFT THAT EXPIRES
      ***** WITHIN THE WINDOW ASKED FOR, THEN THE ACCOUNTANT'S
      ***** FIGURES: THE PRICE-PAID VALUE OF EVERY UNREDEEMED SESSION
      ***** ON A LIVE PACK (THE OUTSTANDING LIABILITY) AND, SEPARATELY,
      ***** WHAT LAPSED UNUSED ON EXPIRED PACKS.
       PT-PACK-LIABILITY-REPORT.
           DISPLAY PROPER-SPACING.
           DISPLAY "LIST PACKAGES EXPIRING WITHIN HOW MANY DAYS? "
           ACCEPT WS-PK-WINDOW.
           PERFORM TODAY-TO-DAYCOUNT.

           MOVE ZEROES TO WS-PK-LISTED.
           MOVE ZEROES TO WS-PK-LIABILITY.
           MOVE ZEROES TO WS-PK-FORFEITED.
           MOVE ZEROES TO WS-PK-SESSIONS-OUT.
           MOVE WS-PK-WINDOW TO PKH-WINDOW.

           OPEN OUTPUT PTPACK-RPT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE PROGRAM-HEADING-LINE TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE TITLE-UNDERLINE TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE PK-HEADING-LINE-1 TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE SPACES TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE PK-LIST-HEADING-LINE TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE TOPIC-UNDERLINE-1 TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.

           OPEN INPUT PTPACK-FILE.
           MOVE 'N' TO WS-PK-EOF.
           PERFORM CHECK-PT-PACK-LIABILITY UNTIL WS-PK-EOF = 'Y'.
           CLOSE PTPACK-FILE.

           IF WS-PK-LISTED = ZEROES
               MOVE "NO LIVE PACKAGES EXPIRE IN THAT WINDOW."
                   TO PTPACK-RPT-REC
               PERFORM WRITE-PK-LINE.
           MOVE TOPIC-UNDERLINE-2 TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE WS-PK-SESSIONS-OUT TO PKS-COUNT
           MOVE PK-SESSIONS-LINE TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE 'OUTSTANDING LIABILITY (PRICE PAID):' TO PKT-LABEL
           MOVE WS-PK-LIABILITY TO PKT-AMOUNT
           MOVE PK-TOTAL-LINE TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           MOVE 'LAPSED UNUSED ON EXPIRED PACKAGES:' TO PKT-LABEL
           MOVE WS-PK-FORFEITED TO PKT-AMOUNT
           MOVE PK-TOTAL-LINE TO PTPACK-RPT-REC
           PERFORM WRITE-PK-LINE.
           CLOSE PTPACK-RPT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY "PT PACKAGE REPORT WRITTEN TO PTPKRPT.TXT".

       CHECK-PT-PACK-LIABILITY.
           READ PTPACK-FILE
               AT END
                   MOVE 'Y' TO WS-PK-EOF
               NOT AT END
                   IF PTK-USED < PTK-PURCHASED
                       PERFORM VALUE-PT-PACK-LINE
                       PERFORM PACK-EXPIRY-TO-DAYCOUNT
                       PERFORM TALLY-PT-PACK-LINE
                   END-IF
           END-READ.

       TALLY-PT-PACK-LINE.
           IF WS-PK-EXP-DAYCOUNT < WS-TODAY-DAYCOUNT
               ADD WS-PK-VALUE TO WS-PK-FORFEITED
           ELSE
               ADD WS-PK-VALUE TO WS-PK-LIABILITY
               ADD WS-PK-LEFT TO WS-PK-SESSIONS-OUT
               IF WS-PK-EXP-DAYCOUNT - WS-TODAY-DAYCOUNT
                       <= WS-PK-WINDOW
                   ADD 1 TO WS-PK-LISTED
                   MOVE PK-DETAIL-LINE TO PTPACK-RPT-REC
                   PERFORM WRITE-PK-LINE
               END-IF
           END-IF.

       WRITE-PK-LINE.
           DISPLAY PTPACK-RPT-REC.
           WRITE PTPACK-RPT-REC BEFORE ADVANCING 1.

      ******************************************************************
      *                 ONLINE APPLICATION INTAKE                      *
      ******************************************************************

      ***** APPLICATIONS TAKEN ON THE WEBSITE ARE LOADED IN ONE BATCH
      ***** FROM ONLINEAPP.TXT UNDER THE SAME CHECKS THE REGISTRATION
      ***** SCREEN APPLIES. A CLEAN APPLICATION GOES ON USER-FILE AS
      ***** PENDING WITH AN ID FROM IDCONTROL.TXT; IT BECOMES ACTIVE
      ***** ONLY WHEN THE DESK TAKES THE MEMBERSHIP FEE ([2] BELOW).
       ONLINE-APPLICATIONS.
           PERFORM ASK-INTAKE-MODE.

           IF WS-IN-MODE = 1
               PERFORM LOAD-ONLINE-APPLICATIONS
           ELSE
               PERFORM ACTIVATE-ONLINE-APPLICATION.

           PERFORM ASK-ANOTHER-TRANSACTION.

       ASK-INTAKE-MODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "  PRESS:  "
           DISPLAY "      [1]     LOAD THE ONLINE APPLICATION FILE"
           DISPLAY "      [2]     ACTIVATE A PENDING MEMBER (TAKE FEE)"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-IN-MODE.

               IF WS-IN-MODE = 1 OR WS-IN-MODE = 2
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-INTAKE-MODE.

      ***** ONE REPORT LINE PER APPLICATION READ. A RE-RUN OVER THE
      ***** SAME FILE IS SAFE: WHAT LOADED THE FIRST TIME NOW MATCHES
      ***** ITS OWN USER-FILE RECORD AND IS REJECTED AS A DUPLICATE.
       LOAD-ONLINE-APPLICATIONS.
           MOVE ZEROES TO WS-IN-READ.
           MOVE ZEROES TO WS-IN-ACCEPTED.
           MOVE ZEROES TO WS-IN-REJECTED.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-DC-MM
           MOVE WS-CURRENT-DAY   TO WS-DC-DD
           MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON    TO IRH-DATE.

           OPEN OUTPUT INTAKE-RPT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE PROGRAM-HEADING-LINE TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE TITLE-UNDERLINE TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE IR-HEADING-LINE-1 TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE SPACES TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE IR-COLUMN-LINE TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE TOPIC-UNDERLINE-1 TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.

           OPEN INPUT APPLICATION-FILE.
           MOVE 'N' TO WS-IN-EOF.
           PERFORM LOAD-ONE-APPLICATION UNTIL WS-IN-EOF = 'Y'.
           CLOSE APPLICATION-FILE.

           IF WS-IN-READ = ZEROES
               MOVE "NO APPLICATIONS WAITING IN ONLINEAPP.TXT."
                   TO INTAKE-RPT-REC
               PERFORM WRITE-IR-LINE.
           MOVE TOPIC-UNDERLINE-2 TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE 'APPLICATIONS READ:' TO IRT-LABEL
           MOVE WS-IN-READ TO IRT-COUNT
           MOVE IR-TOTAL-LINE TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE 'LOADED AS PENDING:' TO IRT-LABEL
           MOVE WS-IN-ACCEPTED TO IRT-COUNT
           MOVE IR-TOTAL-LINE TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           MOVE 'REJECTED:' TO IRT-LABEL
           MOVE WS-IN-REJECTED TO IRT-COUNT
           MOVE IR-TOTAL-LINE TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.
           CLOSE INTAKE-RPT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY "INTAKE REPORT WRITTEN TO INTAKRPT.TXT".

       LOAD-ONE-APPLICATION.
           READ APPLICATION-FILE
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   ADD 1 TO WS-IN-READ
                   PERFORM CHECK-APPLICATION
                   IF WS-IN-REASON = SPACES
                       PERFORM ACCEPT-APPLICATION
                   END-IF
                   PERFORM REPORT-APPLICATION
           END-READ.

      ***** THE SCREEN'S CHECKS IN THE SCREEN'S ORDER; THE FIRST ONE
      ***** FAILED IS THE REASON REPORTED.
       CHECK-APPLICATION.
           MOVE SPACES TO WS-IN-REASON.
           PERFORM CHECK-APP-IDENTITY.
           IF WS-IN-REASON = SPACES
               PERFORM CHECK-APP-CONTACTS.
           IF WS-IN-REASON = SPACES
               PERFORM CHECK-APP-START-DATE.
           IF WS-IN-REASON = SPACES
               PERFORM CHECK-APP-HEALTH.
           IF WS-IN-REASON = SPACES
               PERFORM CHECK-APP-DUPLICATE.

       CHECK-APP-IDENTITY.
           MOVE FUNCTION UPPER-CASE(APP-MEMBERSHIP-TYPE) TO WS-IN-TYPE.

           IF APP-MEMBER-NAME = SPACES
               MOVE 'NAME MISSING' TO WS-IN-REASON
           ELSE IF WS-IN-TYPE NOT = 'BRONZE'
                   AND WS-IN-TYPE NOT = 'SILVER'
                   AND WS-IN-TYPE NOT = 'GOLD'
               MOVE 'INVALID MEMBERSHIP TYPE' TO WS-IN-REASON
           ELSE IF APP-MEMBER-AGE IS NOT NUMERIC
               MOVE 'AGE MUST BE 10 TO 99' TO WS-IN-REASON
           ELSE
               MOVE APP-MEMBER-AGE TO WS-AGE-NUM
               IF WS-AGE-NUM < 10
                   MOVE 'AGE MUST BE 10 TO 99' TO WS-IN-REASON
               END-IF
           END-IF.

      ***** SAME RULE AS ACCEPT-CONTACT-NUMBER: 11 DIGITS FROM 09.
       CHECK-APP-CONTACTS.
           IF APP-MEMBER-CONT-NUM IS NOT NUMERIC
                   OR APP-MEMBER-CONT-NUM(1:2) NOT = '09'
               MOVE 'INVALID CONTACT NUMBER' TO WS-IN-REASON
           ELSE IF APP-EMERGENCY-CONT-NUM IS NOT NUMERIC
                   OR APP-EMERGENCY-CONT-NUM(1:2) NOT = '09'
               MOVE 'INVALID EMERGENCY CONTACT NO' TO WS-IN-REASON
           ELSE
               MOVE APP-MEMBER-CONT-NUM    TO WS-IN-CONT-NUM
               MOVE APP-EMERGENCY-CONT-NUM TO WS-IN-EMER-CONT-NUM.

       CHECK-APP-START-DATE.
           IF APP-MONTH-JOINED IS NUMERIC AND APP-DAY-JOINED IS NUMERIC
                   AND APP-YEAR-JOINED IS NUMERIC
               MOVE APP-MONTH-JOINED TO WS-VAL-MONTH
               MOVE APP-DAY-JOINED   TO WS-VAL-DAY
               MOVE APP-YEAR-JOINED  TO WS-VAL-YEAR
               PERFORM VALIDATE-DATE-FIELDS
           ELSE
               MOVE 'N' TO WS-DATE-VALID.

           IF WS-DATE-VALID = 'N'
               MOVE 'INVALID START DATE' TO WS-IN-REASON.

      ***** ANY 'Y' ANSWER MAKES THE APPLICANT INELIGIBLE, EXACTLY AS
      ***** AT THE SCREEN, AND THE FULL DECLARATION IS LOGGED TO
      ***** HEALTH-FILE AS REJECTED UNDER A ZERO ID.
       CHECK-APP-HEALTH.
           MOVE FUNCTION UPPER-CASE(APP-HEALTH-ANSWERS)
               TO APP-HEALTH-ANSWERS.
           MOVE APP-HEART-COND    TO HF-HEART-ANS
           MOVE APP-HYPERTENSION  TO HF-HYPER-ANS
           MOVE APP-ASTHMA-COND   TO HF-ASTHMA-ANS
           MOVE APP-LUNG-DISEASE  TO HF-LUNG-ANS
           MOVE APP-MALIGNANCY    TO HF-MALIGNANCY-ANS
           MOVE APP-SEVERE-ANEMIA TO HF-ANEMIA-ANS.

           MOVE ZEROES TO WS-IN-YES-COUNT.
           MOVE ZEROES TO WS-IN-NO-COUNT.
           INSPECT APP-HEALTH-ANSWERS
               TALLYING WS-IN-YES-COUNT FOR ALL 'Y'
                        WS-IN-NO-COUNT  FOR ALL 'N'.

           IF WS-IN-YES-COUNT + WS-IN-NO-COUNT NOT = 6
               MOVE 'HEALTH ANSWERS NOT ALL Y/N' TO WS-IN-REASON
           ELSE IF WS-IN-YES-COUNT > ZEROES
               MOVE 'HEALTH DECLARATION - UNFIT' TO WS-IN-REASON
               MOVE APP-MEMBER-NAME TO WS-HF-APPLICANT-NAME
               PERFORM WRITE-HEALTH-REJECTION.

      ***** THE SAME PERSON IS TAKEN TO BE THE SAME NAME (IGNORING
      ***** CASE) ON THE SAME CONTACT NUMBER, WHETHER STILL ON
      ***** USER-FILE OR ALREADY DELETED TO THE ARCHIVE.
       CHECK-APP-DUPLICATE.
           MOVE FUNCTION UPPER-CASE(APP-MEMBER-NAME) TO WS-IN-NAME-UP.

           MOVE 'N' TO WS-IN-DUP.
           PERFORM OPEN-USER-FILE-INPUT.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM MATCH-APP-TO-MEMBER UNTIL EOF-SWITCH = 'Y'.
           CLOSE USER-FILE.
           IF WS-IN-DUP = 'Y'
               MOVE 'ALREADY ON USER-FILE' TO WS-IN-REASON
           ELSE
               OPEN INPUT ARCHIVE-FILE
               MOVE 'N' TO EOF-SWITCH
               PERFORM MATCH-APP-TO-ARCHIVE UNTIL EOF-SWITCH = 'Y'
               CLOSE ARCHIVE-FILE
               IF WS-IN-DUP = 'Y'
                   MOVE 'MATCHES AN ARCHIVED MEMBER' TO WS-IN-REASON
               END-IF
           END-IF.

       MATCH-APP-TO-MEMBER.
           READ USER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF MEMBER-NAME NOT = SPACES
                           AND MEMBER-CONT-NUM = WS-IN-CONT-NUM
                           AND FUNCTION UPPER-CASE(MEMBER-NAME)
                               = WS-IN-NAME-UP
                       MOVE 'Y' TO WS-IN-DUP
                       MOVE 'Y' TO EOF-SWITCH
                   END-IF
           END-READ.

       MATCH-APP-TO-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF ARC-MEMBER-CONT-NUM = WS-IN-CONT-NUM
                           AND FUNCTION UPPER-CASE(ARC-MEMBER-NAME)
                               = WS-IN-NAME-UP
                       MOVE 'Y' TO WS-IN-DUP
                       MOVE 'Y' TO EOF-SWITCH
                   END-IF
           END-READ.

      ***** BUILD THE MEMBER THE WAY OTHER-USER-INFO, GET-DATE-JOINED
      ***** AND GET-DATE-EXPIRATION WOULD, BUT LEAVE IT PENDING: NO
      ***** FEE, SALE OR LEDGER LINE IS POSTED UNTIL THE DESK TAKES
      ***** THE MONEY.
       ACCEPT-APPLICATION.
           PERFORM OPEN-USER-FILE-IO.
           PERFORM GET-USER-ID.

           MOVE APP-MEMBER-NAME    TO MEMBER-NAME
           MOVE WS-IN-TYPE         TO MEMBERSHIP-TYPE
           MOVE WS-AGE-NUM         TO MEMBER-AGE
           MOVE FUNCTION UPPER-CASE(APP-MEMBER-SEX) TO MEMBER-SEX
           MOVE WS-IN-CONT-NUM     TO MEMBER-CONT-NUM
           MOVE APP-MEMBER-ADDRESS TO MEMBER-ADDRESS
           MOVE APP-MONTH-JOINED   TO WS-DC-MM
           MOVE APP-DAY-JOINED     TO WS-DC-DD
           MOVE APP-YEAR-JOINED    TO WS-DC-YYYY
           MOVE WS-DATE-CANON      TO DATE-JOINED
           MOVE APP-EMERGENCY-NAME TO EMERGENCY-NAME
           MOVE APP-EMERGENCY-REL  TO EMERGENCY-REL
           MOVE WS-IN-EMER-CONT-NUM TO EMERGENCY-CONT-NUM.
           PERFORM SET-TERM-FROM-TYPE.
           PERFORM GET-DATE-EXPIRATION.
           MOVE 'PENDING' TO MEMBER-STATUS.
           MOVE SPACES TO HOLD-START-DATE.

           WRITE MEMBER-RECORD BEFORE ADVANCING 1.
           IF WS-USER-STAT NOT = '00'
               MOVE 'USER-FILE WRITE FAILED' TO WS-IN-REASON
               CLOSE USER-FILE
           ELSE
               CLOSE USER-FILE
               PERFORM ADD-HEALTH-DECLARATION-REC
               MOVE 'WEB-APPLY' TO WS-AUDIT-TRANS
               MOVE ID-NUMBER TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC.

      ***** MEMBERSHIP-TYPE TO THE MENU NUMBER ADD-TERM-TO-EXPIRE AND
      ***** ADD-SALES-REC KEY OFF.
       SET-TERM-FROM-TYPE.
           IF MEMBERSHIP-TYPE = 'BRONZE'
               MOVE 3 TO WS-MEMBERSHIP-NUM
           ELSE IF MEMBERSHIP-TYPE = 'SILVER'
               MOVE 2 TO WS-MEMBERSHIP-NUM
           ELSE
               MOVE 1 TO WS-MEMBERSHIP-NUM.

       REPORT-APPLICATION.
           MOVE WS-IN-READ      TO IRD-LINE-NO
           MOVE APP-MEMBER-NAME TO IRD-NAME
           MOVE WS-IN-REASON    TO IRD-REASON.
           IF WS-IN-REASON = SPACES
               ADD 1 TO WS-IN-ACCEPTED
               MOVE 'PENDING' TO IRD-RESULT
               MOVE ID-NUMBER TO IRD-ID
           ELSE
               ADD 1 TO WS-IN-REJECTED
               MOVE 'REJECTED' TO IRD-RESULT
               MOVE SPACES TO IRD-ID.
           MOVE IR-DETAIL-LINE TO INTAKE-RPT-REC
           PERFORM WRITE-IR-LINE.

       WRITE-IR-LINE.
           DISPLAY INTAKE-RPT-REC.
           WRITE INTAKE-RPT-REC BEFORE ADVANCING 1.

      ***** THE DESK TAKES THE FEE FOR A PENDING MEMBER THROUGH THE
      ***** SAME PRICE TABLE, DISCOUNT CODE, TERMS AND PAYMENT STEPS
      ***** AS A WALK-IN SIGN-UP, THEN SETS THE RECORD ACTIVE. A START
      ***** DATE ALREADY PAST IS MOVED UP TO TODAY SO THE MEMBER DOES
      ***** NOT LOSE DAYS WAITING FOR THE DESK. A MEMBERSHIP FEE
      ***** ALREADY ON THE LEDGER IS NOT CHARGED AGAIN. THE POSTINGS
      ***** ARE JOURNALED LIKE A SIGN-UP'S UNTIL THE RECORD IS
      ***** REWRITTEN ACTIVE, SO AN ACTIVATION CUT SHORT IS BACKED OUT
      ***** AT THE NEXT START-UP.
       ACTIVATE-ONLINE-APPLICATION.
           PERFORM OPEN-USER-FILE-IO.
           PERFORM FINDING-USER.

           IF IS-REC-FOUND = 'N' OR MEMBER-NAME = SPACES
               DISPLAY PROPER-SPACING
               DISPLAY "NO MEMBER ON FILE FOR THAT ID."
               DISPLAY PROPER-SPACING
               CLOSE USER-FILE
           ELSE IF NOT MEMBER-PENDING
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBER STATUS IS " MEMBER-STATUS "."
               DISPLAY "ONLY A PENDING ONLINE APPLICATION IS"
                   " ACTIVATED HERE."
               DISPLAY PROPER-SPACING
               CLOSE USER-FILE
           ELSE
               PERFORM SET-TERM-FROM-TYPE
               PERFORM MOVE-UP-PAST-START-DATE
               PERFORM FIND-MEMBERSHIP-FEE-CHARGE
               IF WS-IN-FEE-FOUND = 'Y'
                   DISPLAY PROPER-SPACING
                   DISPLAY "MEMBERSHIP FEE IS ALREADY ON THE LEDGER -"
                       " NOT CHARGED AGAIN."
               ELSE
                   PERFORM SET-ACTIVATION-FEE
                   PERFORM TERMS-AND-CONDITIONS-AGREEMENT
                   PERFORM NOTE-ACTIVATION-START
                   PERFORM ADD-SALES-REC
               END-IF
               MOVE 'ACTIVE' TO MEMBER-STATUS
               REWRITE MEMBER-RECORD
               PERFORM CLEAR-TXN-STATE
               MOVE 'ACTIVATE' TO WS-AUDIT-TRANS
               MOVE ID-NUMBER TO WS-AUDIT-MEMBER-ID
               PERFORM WRITE-AUDIT-REC
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBER ACTIVATED. EXPIRATION DATE: "
                   MONTH-EXPIRE "/" DAY-EXPIRE "/" YEAR-EXPIRE
               PERFORM CHOOSE-PROGRAM
               CLOSE USER-FILE.

       MOVE-UP-PAST-START-DATE.
           PERFORM TODAY-TO-DAYCOUNT.
           MOVE YEAR-JOINED  TO WS-CMP-YEAR
           MOVE MONTH-JOINED TO WS-CMP-MONTH
           MOVE DAY-JOINED   TO WS-CMP-DAY
           PERFORM COMPUTE-DAYCOUNT
           MOVE WS-CMP-DAYCOUNT TO WS-IN-START-DAYCOUNT.

           IF WS-IN-START-DAYCOUNT < WS-TODAY-DAYCOUNT
               MOVE WS-CURRENT-MONTH TO WS-DC-MM
               MOVE WS-CURRENT-DAY   TO WS-DC-DD
               MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
               MOVE WS-DATE-CANON    TO DATE-JOINED
               PERFORM GET-DATE-EXPIRATION
               DISPLAY "START DATE MOVED UP TO TODAY, " DATE-JOINED.

       SET-ACTIVATION-FEE.
           PERFORM LOAD-MEMBERSHIP-PRICES.
           IF WS-MEMBERSHIP-NUM = 3
               MOVE WS-FEE-BRONZE TO WS-FEE-CHARGED
           ELSE IF WS-MEMBERSHIP-NUM = 2
               MOVE WS-FEE-SILVER TO WS-FEE-CHARGED
           ELSE
               MOVE WS-FEE-GOLD TO WS-FEE-CHARGED.
           DISPLAY PROPER-SPACING.
           DISPLAY MEMBERSHIP-TYPE " MEMBERSHIP FEE: " WS-FEE-CHARGED.
           PERFORM APPLY-DISCOUNT-CODE.

      ***** THE SLSFILE.TXT LINE COUNT RIDES ALONG, SO A BACK-OUT CAN
      ***** TELL WHETHER THE TALLY LINE WENT ON FILE.
       NOTE-ACTIVATION-START.
           MOVE ZEROES TO WS-TX-OLD-VALUE.
           PERFORM COUNT-TX-SALES-LINES.
           MOVE 'ACTIVATE' TO WS-TX-TYPE
           MOVE ID-NUMBER TO WS-TX-ID
           MOVE MEMBER-STATUS TO WS-TX-OLD-STATUS
           MOVE WS-TX-SALES-LINES TO WS-TX-OLD-VALUE
           PERFORM NOTE-TXN-START.

       FIND-MEMBERSHIP-FEE-CHARGE.
           MOVE 'N' TO WS-IN-FEE-FOUND.
           OPEN INPUT LEDGER-FILE.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM MATCH-MEMBERSHIP-FEE-CHARGE UNTIL EOF-SWITCH = 'Y'.
           CLOSE LEDGER-FILE.

       MATCH-MEMBERSHIP-FEE-CHARGE.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF LG-ID-NUMBER = ID-NUMBER
                           AND LG-ENTRY-TYPE = 'CHARGE'
                           AND LG-DESC = 'MEMBERSHIP FEE'
                       MOVE 'Y' TO WS-IN-FEE-FOUND
                   END-IF
           END-READ.

      ******************************************************************
      *            YEAR-END HISTORY ROLLOVER / ARCHIVE PURGE           *
      ******************************************************************

      ***** THE APPEND-ONLY LOGS ARE READ FROM THE TOP BY EVERY GATE
      ***** CHECK AND REPORT, SO ONCE A YEAR IS CLOSED ITS LINES ARE
      ***** MOVED OFF THE LIVE LOGS ONTO THEIR HISTORY FILES. THE
      ***** LEDGER GETS ONE OPENING-BALANCE LINE PER MEMBER WHO STILL
      ***** OWES OR IS OWED, DATED 1 JANUARY OF THE NEXT YEAR, SO NO
      ***** BALANCE MOVES. ARCHIVED MEMBERS PAST RETENTION ARE PURGED.
      ***** A CONTROL REPORT PROVES EACH FILE BEFORE AND AFTER.
      ***** RE-RUNNING FOR THE SAME YEAR IS SAFE: A FILE ALREADY ROLLED
      ***** HAS NOTHING LEFT DATED IN THE CLOSED YEAR TO MOVE.
       YEAR-END-ROLLOVER.
           PERFORM SUPERVISOR-SIGN-ON.

           IF WS-RF-SUPV-OK = 'N'
               DISPLAY PROPER-SPACING
               DISPLAY "ROLLOVER REFUSED - A SUPERVISOR MUST APPROVE"
                   " IT."
           ELSE
               PERFORM GET-ROLLOVER-YEAR
               PERFORM CONFIRM-ROLLOVER
               IF WS-YE-CONFIRM = 'Y'
                   PERFORM RUN-YEAR-END-ROLLOVER
               ELSE
                   DISPLAY "ROLLOVER CANCELLED. NOTHING MOVED."
               END-IF
           END-IF.

           PERFORM ASK-ANOTHER-TRANSACTION.

       GET-ROLLOVER-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           DISPLAY PROPER-SPACING.
           DISPLAY "YEAR TO CLOSE (YYYY, BEFORE " WS-CURRENT-YEAR "): "
           ACCEPT WS-YE-CLOSE-YEAR.

               IF WS-YE-CLOSE-YEAR < 1900
                       OR WS-YE-CLOSE-YEAR NOT < WS-CURRENT-YEAR
                  DISPLAY "ONLY A YEAR ALREADY ENDED CAN BE CLOSED."
                  PERFORM GET-ROLLOVER-YEAR
               ELSE
                  COMPUTE WS-YE-NEXT-YEAR = WS-YE-CLOSE-YEAR + 1
                  COMPUTE WS-YE-PURGE-YEAR =
                      WS-YE-CLOSE-YEAR - WS-YE-RETAIN-YEARS.

       CONFIRM-ROLLOVER.
           DISPLAY PROPER-SPACING.
           DISPLAY "EVERY LINE DATED " WS-YE-CLOSE-YEAR " OR EARLIER"
               " MOVES FROM ATTENDANCE, PAYFILE,"
           DISPLAY "AUDITLOG, LEDGFILE, GUESTLOG AND TAUGHTLOG TO"
               " THEIR HISTORY FILES."
           DISPLAY "ARCHIVED MEMBERS DELETED IN " WS-YE-PURGE-YEAR
               " OR EARLIER ARE PURGED."
           DISPLAY "THE GATE TERMINAL MUST BE CLOSED FOR THE RUN."
           DISPLAY "PROCEED? PRESS [Y] = YES | [N] = NO".
           ACCEPT WS-YE-CONFIRM.

               IF WS-YE-CONFIRM = 'Y' OR 'y'
                  MOVE 'Y' TO WS-YE-CONFIRM
               ELSE IF WS-YE-CONFIRM = 'N' OR 'n'
                  MOVE 'N' TO WS-YE-CONFIRM
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM CONFIRM-ROLLOVER.

       RUN-YEAR-END-ROLLOVER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-DC-MM
           MOVE WS-CURRENT-DAY   TO WS-DC-DD
           MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
           MOVE WS-DATE-CANON    TO YCH-DATE
           MOVE WS-YE-CLOSE-YEAR TO YCH-YEAR.
           MOVE ZEROES TO WS-YE-ERRORS.

           OPEN OUTPUT YE-RPT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.
           MOVE PROGRAM-HEADING-LINE TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.
           MOVE TITLE-UNDERLINE TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.
           MOVE YC-HEADING-LINE-1 TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.
           MOVE SPACES TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.
           MOVE YC-COLUMN-LINE TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.
           MOVE TOPIC-UNDERLINE-1 TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.

           MOVE 1 TO WS-YE-FILE.
           PERFORM ROLL-OVER-ONE-FILE UNTIL WS-YE-FILE > 7.

           MOVE TOPIC-UNDERLINE-2 TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.
           MOVE WS-YE-PURGE-YEAR TO YCP-YEAR
           MOVE YC-PURGE-LINE TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.
           IF WS-YE-ERRORS = ZEROES
               MOVE "ALL FILES IN BALANCE." TO YE-RPT-REC
           ELSE
               MOVE "*** A FILE IS OUT OF BALANCE - SEE CHECK COLUMN"
                   TO YE-RPT-REC.
           PERFORM WRITE-YC-LINE.
           CLOSE YE-RPT-FILE.

           MOVE 'YEAR-END' TO WS-AUDIT-TRANS
           MOVE ZEROES TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.
           DISPLAY PROPER-SPACING.
           DISPLAY "ROLLOVER CONTROL REPORT WRITTEN TO YEARENDR.TXT".

      ***** SPLIT THE LIVE FILE INTO CLOSED AND KEPT LINES, BUILD THE
      ***** NEW HISTORY IMAGE (OLD HISTORY PLUS THE CLOSED LINES), AND
      ***** ONLY THEN - UNDER A YE-* JOURNAL MARK - COPY BOTH NEW
      ***** IMAGES OVER THE REAL FILES. A FILE WITH NOTHING TO MOVE IS
      ***** LEFT UNTOUCHED.
       ROLL-OVER-ONE-FILE.
           PERFORM SET-ROLLOVER-FILE.
           MOVE ZEROES TO WS-YE-BEFORE-COUNT, WS-YE-MOVED-COUNT,
               WS-YE-OPENING-COUNT, WS-YE-AFTER-COUNT.
           MOVE ZEROES TO WS-YE-BEFORE-AMOUNT, WS-YE-MOVED-AMOUNT,
               WS-YE-OPENING-AMOUNT, WS-YE-AFTER-AMOUNT.

           PERFORM SPLIT-ROLLOVER-FILE.

           IF WS-YE-MOVED-COUNT > ZEROES
               IF WS-YE-FILE = 4
                   PERFORM CARRY-FORWARD-LEDGER
               END-IF
               IF WS-YE-FILE < 7
                   PERFORM BUILD-HISTORY-IMAGE
               END-IF
               MOVE WS-YE-TAG TO WS-TX-TYPE
               MOVE ZEROES TO WS-TX-ID
               PERFORM NOTE-TXN-START
               PERFORM COPY-BACK-ROLLOVER-FILE
               PERFORM CLEAR-TXN-STATE
           END-IF.

           PERFORM COUNT-ROLLED-FILE.
           PERFORM PRINT-ROLLOVER-CONTROL.
           ADD 1 TO WS-YE-FILE.

       SET-ROLLOVER-FILE.
           MOVE WS-YE-CLOSE-YEAR TO WS-YE-CUTOFF-YEAR.
           IF WS-YE-FILE = 1
               MOVE 'YE-ATTEND'  TO WS-YE-TAG
               MOVE 'ATTENDANCE' TO WS-YE-NAME
           ELSE IF WS-YE-FILE = 2
               MOVE 'YE-PAYFILE' TO WS-YE-TAG
               MOVE 'PAYFILE'    TO WS-YE-NAME
           ELSE IF WS-YE-FILE = 3
               MOVE 'YE-AUDIT'   TO WS-YE-TAG
               MOVE 'AUDITLOG'   TO WS-YE-NAME
           ELSE IF WS-YE-FILE = 4
               MOVE 'YE-LEDGER'  TO WS-YE-TAG
               MOVE 'LEDGFILE'   TO WS-YE-NAME
           ELSE IF WS-YE-FILE = 5
               MOVE 'YE-GUEST'   TO WS-YE-TAG
               MOVE 'GUESTLOG'   TO WS-YE-NAME
           ELSE IF WS-YE-FILE = 6
               MOVE 'YE-TAUGHT'  TO WS-YE-TAG
               MOVE 'TAUGHTLOG'  TO WS-YE-NAME
           ELSE
               MOVE 'YE-ARCHIVE' TO WS-YE-TAG
               MOVE 'ARCHIVE'    TO WS-YE-NAME
               MOVE WS-YE-PURGE-YEAR TO WS-YE-CUTOFF-YEAR.

      ***** THE LEDGER'S KEPT LINES GO TO YE-KEEP-TEMP SO THE OPENING
      ***** BALANCES CAN BE WRITTEN AHEAD OF THEM; EVERY OTHER FILE'S
      ***** KEPT LINES ARE ITS NEW LIVE IMAGE AS THEY STAND.
       SPLIT-ROLLOVER-FILE.
           PERFORM OPEN-ROLLOVER-LIVE-INPUT.
           OPEN OUTPUT YE-CLOSED-TEMP.
           IF WS-YE-FILE = 4
               OPEN OUTPUT YE-KEEP-TEMP
           ELSE
               OPEN OUTPUT YE-LIVE-TEMP.
           MOVE 'N' TO WS-YE-EOF.
           PERFORM SPLIT-ROLLOVER-RECORD UNTIL WS-YE-EOF = 'Y'.
           PERFORM CLOSE-ROLLOVER-LIVE.
           CLOSE YE-CLOSED-TEMP.
           IF WS-YE-FILE = 4
               CLOSE YE-KEEP-TEMP
           ELSE
               CLOSE YE-LIVE-TEMP.

       SPLIT-ROLLOVER-RECORD.
           PERFORM READ-ROLLOVER-LIVE.
           IF WS-YE-EOF = 'N'
               ADD 1 TO WS-YE-BEFORE-COUNT
               ADD WS-YE-REC-AMOUNT TO WS-YE-BEFORE-AMOUNT
               IF WS-YE-REC-YEAR NOT > WS-YE-CUTOFF-YEAR
                   ADD 1 TO WS-YE-MOVED-COUNT
                   ADD WS-YE-REC-AMOUNT TO WS-YE-MOVED-AMOUNT
                   WRITE YE-CLOSED-REC FROM WS-YE-RECORD
                       BEFORE ADVANCING 1
               ELSE IF WS-YE-FILE = 4
                   WRITE YE-KEEP-REC FROM WS-YE-RECORD
                       BEFORE ADVANCING 1
               ELSE
                   WRITE YE-LIVE-REC FROM WS-YE-RECORD
                       BEFORE ADVANCING 1
               END-IF
           END-IF.

      ***** ONE CONTROL BREAK PER MEMBER OVER THE CLOSED LINES IN ID
      ***** ORDER; THE NET CARRIED IS WORKED THE WAY
      ***** COMPUTE-MEMBER-BALANCE WORKS IT, SO THE BALANCE THE DESK
      ***** SEES IS THE SAME THE DAY AFTER THE ROLLOVER.
       CARRY-FORWARD-LEDGER.
           SORT YE-SORT-WORK
               ON ASCENDING KEY YS-ID-NUMBER
               USING YE-CLOSED-TEMP
               GIVING YE-SORTED-LEDGER.

           OPEN OUTPUT YE-LIVE-TEMP.
           OPEN INPUT YE-SORTED-LEDGER.
           MOVE 'N' TO WS-YE-HAVE-MEMBER.
           MOVE 'N' TO WS-YE-EOF.
           PERFORM TOTAL-CLOSED-LEDGER-LINE UNTIL WS-YE-EOF = 'Y'.
           IF WS-YE-HAVE-MEMBER = 'Y'
               PERFORM WRITE-OPENING-BALANCE.
           CLOSE YE-SORTED-LEDGER.

           OPEN INPUT YE-KEEP-TEMP.
           MOVE 'N' TO WS-YE-EOF.
           PERFORM COPY-KEPT-LEDGER-LINE UNTIL WS-YE-EOF = 'Y'.
           CLOSE YE-KEEP-TEMP.
           CLOSE YE-LIVE-TEMP.

       TOTAL-CLOSED-LEDGER-LINE.
           READ YE-SORTED-LEDGER
               AT END
                   MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                   IF WS-YE-HAVE-MEMBER = 'Y'
                           AND YL-ID-NUMBER NOT = WS-YE-BREAK-ID
                       PERFORM WRITE-OPENING-BALANCE
                   END-IF
                   IF WS-YE-HAVE-MEMBER = 'N'
                       MOVE YL-ID-NUMBER TO WS-YE-BREAK-ID
                       MOVE ZEROES TO WS-YE-MEMBER-NET
                       MOVE 'Y' TO WS-YE-HAVE-MEMBER
                   END-IF
                   IF YL-ENTRY-TYPE = 'CHARGE'
                           OR YL-ENTRY-TYPE = 'REFUND'
                       ADD YL-AMOUNT TO WS-YE-MEMBER-NET
                   ELSE
                       SUBTRACT YL-AMOUNT FROM WS-YE-MEMBER-NET
                   END-IF
           END-READ.

      ***** A MEMBER WHO OWES CARRIES A CHARGE; A MEMBER IN CREDIT
      ***** CARRIES A CREDIT; A SETTLED MEMBER CARRIES NOTHING.
       WRITE-OPENING-BALANCE.
           IF WS-YE-MEMBER-NET NOT = ZEROES
               MOVE WS-YE-BREAK-ID   TO WS-LG-ID-NUMBER
               MOVE 1                TO WS-LG-MONTH
               MOVE 1                TO WS-LG-DAY
               MOVE WS-YE-NEXT-YEAR  TO WS-LG-YEAR
               MOVE 'OPENING BALANCE' TO WS-LG-DESC
               IF WS-YE-MEMBER-NET > ZEROES
                   MOVE 'CHARGE' TO WS-LG-ENTRY-TYPE
                   MOVE WS-YE-MEMBER-NET TO WS-LG-AMOUNT
               ELSE
                   MOVE 'CREDIT' TO WS-LG-ENTRY-TYPE
                   COMPUTE WS-LG-AMOUNT = 0 - WS-YE-MEMBER-NET
               END-IF
               WRITE YE-LIVE-REC FROM WS-LEDGER-LINE
                   BEFORE ADVANCING 1
               ADD 1 TO WS-YE-OPENING-COUNT
               ADD WS-YE-MEMBER-NET TO WS-YE-OPENING-AMOUNT.
           MOVE 'N' TO WS-YE-HAVE-MEMBER.

       COPY-KEPT-LEDGER-LINE.
           READ YE-KEEP-TEMP
               AT END
                   MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                   WRITE YE-LIVE-REC FROM YE-KEEP-REC
                       BEFORE ADVANCING 1
           END-READ.

      ***** THE HISTORY FILE IS NEVER EXTENDED IN PLACE: ITS NEW IMAGE
      ***** IS BUILT IN YE-HIST-TEMP, SO A RUN CUT SHORT HERE LEAVES
      ***** THE REAL HISTORY FILE AS IT WAS.
       BUILD-HISTORY-IMAGE.
           OPEN OUTPUT YE-HIST-TEMP.
           PERFORM OPEN-ROLLOVER-HIST-INPUT.
           MOVE 'N' TO WS-YE-EOF.
           PERFORM COPY-OLD-HISTORY-LINE UNTIL WS-YE-EOF = 'Y'.
           PERFORM CLOSE-ROLLOVER-HIST.

           OPEN INPUT YE-CLOSED-TEMP.
           MOVE 'N' TO WS-YE-EOF.
           PERFORM COPY-CLOSED-LINE UNTIL WS-YE-EOF = 'Y'.
           CLOSE YE-CLOSED-TEMP.
           CLOSE YE-HIST-TEMP.

       COPY-OLD-HISTORY-LINE.
           PERFORM READ-ROLLOVER-HIST.
           IF WS-YE-EOF = 'N'
               WRITE YE-HIST-TEMP-REC FROM WS-YE-RECORD
                   BEFORE ADVANCING 1.

       COPY-CLOSED-LINE.
           READ YE-CLOSED-TEMP
               AT END
                   MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                   WRITE YE-HIST-TEMP-REC FROM YE-CLOSED-REC
                       BEFORE ADVANCING 1
           END-READ.

      ***** BOTH WORK IMAGES ARE COMPLETE BEFORE THIS RUNS, SO CRASH
      ***** RECOVERY (FINISH-YE-STEP) SIMPLY RUNS IT AGAIN.
       COPY-BACK-ROLLOVER-FILE.
           IF WS-YE-FILE < 7
               PERFORM OPEN-ROLLOVER-HIST-OUTPUT
               OPEN INPUT YE-HIST-TEMP
               MOVE 'N' TO WS-YE-EOF
               PERFORM COPY-TEMP-TO-HISTORY UNTIL WS-YE-EOF = 'Y'
               CLOSE YE-HIST-TEMP
               PERFORM CLOSE-ROLLOVER-HIST.

           PERFORM OPEN-ROLLOVER-LIVE-OUTPUT.
           OPEN INPUT YE-LIVE-TEMP.
           MOVE 'N' TO WS-YE-EOF.
           PERFORM COPY-TEMP-TO-LIVE UNTIL WS-YE-EOF = 'Y'.
           CLOSE YE-LIVE-TEMP.
           PERFORM CLOSE-ROLLOVER-LIVE.

       COPY-TEMP-TO-HISTORY.
           READ YE-HIST-TEMP
               AT END
                   MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                   PERFORM WRITE-ROLLOVER-HIST
           END-READ.

       COPY-TEMP-TO-LIVE.
           READ YE-LIVE-TEMP
               AT END
                   MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                   PERFORM WRITE-ROLLOVER-LIVE
           END-READ.

      ***** THE AFTER FIGURES ARE READ BACK OFF THE REWRITTEN FILE,
      ***** NOT DERIVED, SO THE CHECK PROVES WHAT IS ACTUALLY ON DISK.
       COUNT-ROLLED-FILE.
           PERFORM OPEN-ROLLOVER-LIVE-INPUT.
           MOVE 'N' TO WS-YE-EOF.
           PERFORM COUNT-ROLLED-RECORD UNTIL WS-YE-EOF = 'Y'.
           PERFORM CLOSE-ROLLOVER-LIVE.

       COUNT-ROLLED-RECORD.
           PERFORM READ-ROLLOVER-LIVE.
           IF WS-YE-EOF = 'N'
               ADD 1 TO WS-YE-AFTER-COUNT
               ADD WS-YE-REC-AMOUNT TO WS-YE-AFTER-AMOUNT.

      ***** BEFORE - TO HISTORY + CARRIED FORWARD MUST EQUAL AFTER,
      ***** FOR RECORDS AND FOR MONEY; ON THE LEDGER THE AMOUNT
      ***** CARRIED FORWARD MUST ALSO EQUAL THE AMOUNT MOVED OUT.
       PRINT-ROLLOVER-CONTROL.
           MOVE WS-YE-NAME          TO YCC-FILE
           MOVE WS-YE-BEFORE-COUNT  TO YCC-BEFORE
           MOVE WS-YE-MOVED-COUNT   TO YCC-MOVED
           MOVE WS-YE-OPENING-COUNT TO YCC-OPENING
           MOVE WS-YE-AFTER-COUNT   TO YCC-AFTER.
           IF WS-YE-BEFORE-COUNT - WS-YE-MOVED-COUNT
                   + WS-YE-OPENING-COUNT = WS-YE-AFTER-COUNT
               MOVE 'OK' TO YCC-CHECK
           ELSE
               MOVE 'ERROR' TO YCC-CHECK
               ADD 1 TO WS-YE-ERRORS.
           MOVE YC-COUNT-LINE TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.

           IF WS-YE-FILE = 2 OR WS-YE-FILE = 4
               PERFORM PRINT-ROLLOVER-AMOUNTS.

       PRINT-ROLLOVER-AMOUNTS.
           IF WS-YE-FILE = 2
               MOVE '  NET TAKEN' TO YCA-LABEL
           ELSE
               MOVE '  BALANCES'  TO YCA-LABEL.
           MOVE WS-YE-BEFORE-AMOUNT  TO YCA-BEFORE
           MOVE WS-YE-MOVED-AMOUNT   TO YCA-MOVED
           MOVE WS-YE-OPENING-AMOUNT TO YCA-OPENING
           MOVE WS-YE-AFTER-AMOUNT   TO YCA-AFTER.
           COMPUTE WS-YE-CHECK-AMOUNT = WS-YE-BEFORE-AMOUNT
               - WS-YE-MOVED-AMOUNT + WS-YE-OPENING-AMOUNT.

           IF WS-YE-CHECK-AMOUNT NOT = WS-YE-AFTER-AMOUNT
               MOVE 'ERROR' TO YCA-CHECK
               ADD 1 TO WS-YE-ERRORS
           ELSE IF WS-YE-FILE = 4
                   AND WS-YE-OPENING-AMOUNT NOT = WS-YE-MOVED-AMOUNT
               MOVE 'ERROR' TO YCA-CHECK
               ADD 1 TO WS-YE-ERRORS
           ELSE
               MOVE 'OK' TO YCA-CHECK.
           MOVE YC-AMOUNT-LINE TO YE-RPT-REC
           PERFORM WRITE-YC-LINE.

       WRITE-YC-LINE.
           DISPLAY YE-RPT-REC.
           WRITE YE-RPT-REC BEFORE ADVANCING 1.

      ***** PER-FILE OPEN / READ / WRITE / CLOSE FOR THE FILE NAMED
      ***** BY WS-YE-FILE. A LIVE READ LEAVES THE RECORD IN
      ***** WS-YE-RECORD WITH ITS YEAR AND ITS SIGNED AMOUNT (NET OF
      ***** REFUNDS ON PAYFILE, CHARGES LESS PAYMENTS ON THE LEDGER,
      ***** ZERO ON THE FILES THAT CARRY NO MONEY).
       OPEN-ROLLOVER-LIVE-INPUT.
           IF WS-YE-FILE = 1
               PERFORM OPEN-ATTENDANCE-INPUT
           ELSE IF WS-YE-FILE = 2
               PERFORM OPEN-PAYMENT-INPUT
           ELSE IF WS-YE-FILE = 3
               PERFORM OPEN-AUDIT-INPUT
           ELSE IF WS-YE-FILE = 4
               OPEN INPUT LEDGER-FILE
           ELSE IF WS-YE-FILE = 5
               OPEN INPUT GUEST-FILE
           ELSE IF WS-YE-FILE = 6
               OPEN INPUT TAUGHT-FILE
           ELSE
               OPEN INPUT ARCHIVE-FILE.

       OPEN-ROLLOVER-LIVE-OUTPUT.
           IF WS-YE-FILE = 1
               OPEN OUTPUT ATTENDANCE-FILE
           ELSE IF WS-YE-FILE = 2
               PERFORM OPEN-PAYMENT-OUTPUT
           ELSE IF WS-YE-FILE = 3
               OPEN OUTPUT AUDIT-FILE
           ELSE IF WS-YE-FILE = 4
               OPEN OUTPUT LEDGER-FILE
           ELSE IF WS-YE-FILE = 5
               OPEN OUTPUT GUEST-FILE
           ELSE IF WS-YE-FILE = 6
               OPEN OUTPUT TAUGHT-FILE
           ELSE
               OPEN OUTPUT ARCHIVE-FILE.

       CLOSE-ROLLOVER-LIVE.
           IF WS-YE-FILE = 1
               CLOSE ATTENDANCE-FILE
           ELSE IF WS-YE-FILE = 2
               CLOSE PAYMENT-FILE
           ELSE IF WS-YE-FILE = 3
               CLOSE AUDIT-FILE
           ELSE IF WS-YE-FILE = 4
               CLOSE LEDGER-FILE
           ELSE IF WS-YE-FILE = 5
               CLOSE GUEST-FILE
           ELSE IF WS-YE-FILE = 6
               CLOSE TAUGHT-FILE
           ELSE
               CLOSE ARCHIVE-FILE.

       READ-ROLLOVER-LIVE.
           MOVE ZEROES TO WS-YE-REC-AMOUNT.
           IF WS-YE-FILE = 1
               READ ATTENDANCE-FILE INTO WS-YE-RECORD
                   AT END
                       MOVE 'Y' TO WS-YE-EOF
                   NOT AT END
                       MOVE AT-YEAR TO WS-YE-REC-YEAR
               END-READ
           ELSE IF WS-YE-FILE = 2
               READ PAYMENT-FILE INTO WS-YE-RECORD
                   AT END
                       MOVE 'Y' TO WS-YE-EOF
                   NOT AT END
                       MOVE PAY-YEAR TO WS-YE-REC-YEAR
                       PERFORM SET-PAY-NET-AMOUNT
                       MOVE WS-PAY-NET-AMOUNT TO WS-YE-REC-AMOUNT
               END-READ
           ELSE IF WS-YE-FILE = 3
               READ AUDIT-FILE INTO WS-YE-RECORD
                   AT END
                       MOVE 'Y' TO WS-YE-EOF
                   NOT AT END
                       MOVE AUD-YEAR TO WS-YE-REC-YEAR
               END-READ
           ELSE IF WS-YE-FILE = 4
               READ LEDGER-FILE INTO WS-YE-RECORD
                   AT END
                       MOVE 'Y' TO WS-YE-EOF
                   NOT AT END
                       MOVE LG-YEAR TO WS-YE-REC-YEAR
                       IF LG-ENTRY-TYPE = 'CHARGE'
                               OR LG-ENTRY-TYPE = 'REFUND'
                           MOVE LG-AMOUNT TO WS-YE-REC-AMOUNT
                       ELSE
                           COMPUTE WS-YE-REC-AMOUNT = 0 - LG-AMOUNT
                       END-IF
               END-READ
           ELSE IF WS-YE-FILE = 5
               READ GUEST-FILE INTO WS-YE-RECORD
                   AT END
                       MOVE 'Y' TO WS-YE-EOF
                   NOT AT END
                       MOVE GL-YEAR TO WS-YE-REC-YEAR
               END-READ
           ELSE IF WS-YE-FILE = 6
               READ TAUGHT-FILE INTO WS-YE-RECORD
                   AT END
                       MOVE 'Y' TO WS-YE-EOF
                   NOT AT END
                       MOVE TL-YEAR TO WS-YE-REC-YEAR
               END-READ
           ELSE
               READ ARCHIVE-FILE INTO WS-YE-RECORD
                   AT END
                       MOVE 'Y' TO WS-YE-EOF
                   NOT AT END
                       MOVE ARC-YEAR-DELETED TO WS-YE-REC-YEAR
               END-READ.

       WRITE-ROLLOVER-LIVE.
           IF WS-YE-FILE = 1
               WRITE ATTENDANCE-REC FROM YE-LIVE-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 2
               WRITE PAYMENT-REC FROM YE-LIVE-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 3
               WRITE AUDIT-REC FROM YE-LIVE-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 4
               WRITE LEDGER-REC FROM YE-LIVE-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 5
               WRITE GUEST-REC FROM YE-LIVE-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 6
               WRITE TAUGHT-REC FROM YE-LIVE-REC
                   BEFORE ADVANCING 1
           ELSE
               WRITE ARCHIVE-REC FROM YE-LIVE-REC
                   BEFORE ADVANCING 1.

       OPEN-ROLLOVER-HIST-INPUT.
           IF WS-YE-FILE = 1
               OPEN INPUT ATT-HIST-FILE
           ELSE IF WS-YE-FILE = 2
               OPEN INPUT PAY-HIST-FILE
           ELSE IF WS-YE-FILE = 3
               OPEN INPUT AUD-HIST-FILE
           ELSE IF WS-YE-FILE = 4
               OPEN INPUT LEDG-HIST-FILE
           ELSE IF WS-YE-FILE = 5
               OPEN INPUT GUEST-HIST-FILE
           ELSE
               OPEN INPUT TAUGHT-HIST-FILE.

       OPEN-ROLLOVER-HIST-OUTPUT.
           IF WS-YE-FILE = 1
               OPEN OUTPUT ATT-HIST-FILE
           ELSE IF WS-YE-FILE = 2
               OPEN OUTPUT PAY-HIST-FILE
           ELSE IF WS-YE-FILE = 3
               OPEN OUTPUT AUD-HIST-FILE
           ELSE IF WS-YE-FILE = 4
               OPEN OUTPUT LEDG-HIST-FILE
           ELSE IF WS-YE-FILE = 5
               OPEN OUTPUT GUEST-HIST-FILE
           ELSE
               OPEN OUTPUT TAUGHT-HIST-FILE.

       CLOSE-ROLLOVER-HIST.
           IF WS-YE-FILE = 1
               CLOSE ATT-HIST-FILE
           ELSE IF WS-YE-FILE = 2
               CLOSE PAY-HIST-FILE
           ELSE IF WS-YE-FILE = 3
               CLOSE AUD-HIST-FILE
           ELSE IF WS-YE-FILE = 4
               CLOSE LEDG-HIST-FILE
           ELSE IF WS-YE-FILE = 5
               CLOSE GUEST-HIST-FILE
           ELSE
               CLOSE TAUGHT-HIST-FILE.

       READ-ROLLOVER-HIST.
           IF WS-YE-FILE = 1
               READ ATT-HIST-FILE INTO WS-YE-RECORD
                   AT END MOVE 'Y' TO WS-YE-EOF
               END-READ
           ELSE IF WS-YE-FILE = 2
               READ PAY-HIST-FILE INTO WS-YE-RECORD
                   AT END MOVE 'Y' TO WS-YE-EOF
               END-READ
           ELSE IF WS-YE-FILE = 3
               READ AUD-HIST-FILE INTO WS-YE-RECORD
                   AT END MOVE 'Y' TO WS-YE-EOF
               END-READ
           ELSE IF WS-YE-FILE = 4
               READ LEDG-HIST-FILE INTO WS-YE-RECORD
                   AT END MOVE 'Y' TO WS-YE-EOF
               END-READ
           ELSE IF WS-YE-FILE = 5
               READ GUEST-HIST-FILE INTO WS-YE-RECORD
                   AT END MOVE 'Y' TO WS-YE-EOF
               END-READ
           ELSE
               READ TAUGHT-HIST-FILE INTO WS-YE-RECORD
                   AT END MOVE 'Y' TO WS-YE-EOF
               END-READ.

       WRITE-ROLLOVER-HIST.
           IF WS-YE-FILE = 1
               WRITE ATT-HIST-REC FROM YE-HIST-TEMP-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 2
               WRITE PAY-HIST-REC FROM YE-HIST-TEMP-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 3
               WRITE AUD-HIST-REC FROM YE-HIST-TEMP-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 4
               WRITE LEDG-HIST-REC FROM YE-HIST-TEMP-REC
                   BEFORE ADVANCING 1
           ELSE IF WS-YE-FILE = 5
               WRITE GUEST-HIST-REC FROM YE-HIST-TEMP-REC
                   BEFORE ADVANCING 1
           ELSE
               WRITE TAUGHT-HIST-REC FROM YE-HIST-TEMP-REC
                   BEFORE ADVANCING 1.

      ***** START-UP RECOVERY FOR A YE-* MARK: BOTH WORK IMAGES WERE
      ***** COMPLETE WHEN THE MARK WAS WRITTEN, SO THE COPY-BACK IS
      ***** RUN AGAIN. THE FILES AFTER IT WERE NEVER REACHED; A RE-RUN
      ***** OF THE ROLLOVER FOR THE SAME YEAR FINISHES THEM.
       FINISH-YE-STEP.
           IF WS-TX-TYPE = 'YE-ATTEND'
               MOVE 1 TO WS-YE-FILE
           ELSE IF WS-TX-TYPE = 'YE-PAYFILE'
               MOVE 2 TO WS-YE-FILE
           ELSE IF WS-TX-TYPE = 'YE-AUDIT'
               MOVE 3 TO WS-YE-FILE
           ELSE IF WS-TX-TYPE = 'YE-LEDGER'
               MOVE 4 TO WS-YE-FILE
           ELSE IF WS-TX-TYPE = 'YE-GUEST'
               MOVE 5 TO WS-YE-FILE
           ELSE IF WS-TX-TYPE = 'YE-TAUGHT'
               MOVE 6 TO WS-YE-FILE
           ELSE
               MOVE 7 TO WS-YE-FILE.
           PERFORM COPY-BACK-ROLLOVER-FILE.
           DISPLAY "YEAR-END ROLLOVER COPY-BACK FINISHED FROM ITS WORK"
               " FILES."
           DISPLAY "RE-RUN THE YEAR-END ROLLOVER (MENU 31) FOR THE"
               " SAME YEAR TO"
           DISPLAY "ROLL THE REMAINING FILES AND PRINT THE CONTROL"
               " REPORT.".

      ******************************************************************
      *                   INCIDENT / INJURY LOG                        *
      ******************************************************************

      ***** REPLACES THE PAPER LOGBOOK AT THE DESK. EACH INCIDENT IS
      ***** TIED TO THE MEMBER (OR A GUEST ON THE GUEST LOG), TO THE
      ***** CLASS SESSION AND INSTRUCTOR OR THE FLOOR AND WHOEVER WAS
      ***** ON DUTY, AND MAY PUT THE MEMBER ON MEDICAL HOLD UNTIL A
      ***** CLEARANCE IS RECORDED.
       INCIDENT-LOG.
           PERFORM ASK-INCIDENT-MODE.

           IF WS-IC-MODE = 1
               PERFORM RECORD-INCIDENT
           ELSE IF WS-IC-MODE = 2
               PERFORM RECORD-MEDICAL-CLEARANCE
           ELSE
               PERFORM INCIDENT-MONTHLY-REPORT.

           PERFORM ASK-ANOTHER-TRANSACTION.

       ASK-INCIDENT-MODE.
           DISPLAY PROPER-SPACING.
           DISPLAY "  PRESS:  "
           DISPLAY "      [1]     RECORD AN INCIDENT / INJURY"
           DISPLAY "      [2]     RECORD MEDICAL CLEARANCE (LIFT HOLD)"
           DISPLAY "      [3]     MONTHLY INCIDENT REPORT (INSURER)"
           DISPLAY "ANSWER:".
           DISPLAY "=======".
           ACCEPT WS-IC-MODE.

               IF WS-IC-MODE = 1 OR WS-IC-MODE = 2
                       OR WS-IC-MODE = 3
                  CONTINUE
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-INCIDENT-MODE.

      ***** A MEMBER IS PULLED UP THE USUAL WAY AND THE EMERGENCY
      ***** CONTACT AND HEALTH DECLARATION ARE PUT ON SCREEN BEFORE
      ***** ANYTHING ELSE IS ASKED. A GUEST MUST BE ON THE GUEST LOG.
       RECORD-INCIDENT.
           PERFORM ASK-INCIDENT-PARTY.
           PERFORM CLEAR-INCIDENT-LINE.

           IF WS-IC-PARTY = 'M'
               PERFORM OPEN-USER-FILE-IO
               PERFORM FINDING-USER
               IF IS-REC-FOUND = 'N' OR MEMBER-NAME = SPACES
                   DISPLAY PROPER-SPACING
                   DISPLAY "NO ACTIVE MEMBER ON FILE FOR THAT ID."
                   DISPLAY PROPER-SPACING
               ELSE
                   MOVE ID-NUMBER   TO WS-IL-ID-NUMBER
                   MOVE MEMBER-NAME TO WS-IL-NAME
                   PERFORM SHOW-MEMBER-MEDICAL
                   PERFORM TAKE-INCIDENT-DETAILS
                   PERFORM ASK-MEDICAL-HOLD
                   PERFORM WRITE-INCIDENT-REC
                   IF WS-IC-PLACE-HOLD = 'Y'
                       PERFORM PLACE-MEDICAL-HOLD
                   END-IF
               END-IF
               CLOSE USER-FILE
           ELSE
               PERFORM FIND-INCIDENT-GUEST
               IF WS-IC-GUEST-FOUND = 'N'
                   DISPLAY PROPER-SPACING
                   DISPLAY "NO GUEST BY THAT NAME ON THE GUEST LOG."
                   DISPLAY "GUESTS ARE SIGNED IN THROUGH MEMBER"
                       " CHECK-IN (MENU 11)."
                   DISPLAY PROPER-SPACING
               ELSE
                   MOVE ZEROES      TO WS-IL-ID-NUMBER
                   MOVE WS-IC-GUEST-NAME TO WS-IL-NAME
                   DISPLAY PROPER-SPACING
                   DISPLAY "GUEST " WS-IL-NAME " LAST SIGNED IN "
                       WS-IC-GUEST-LAST
                   DISPLAY "NO EMERGENCY CONTACT OR HEALTH DECLARATION"
                       " IS HELD FOR A GUEST."
                   PERFORM TAKE-INCIDENT-DETAILS
                   PERFORM WRITE-INCIDENT-REC
               END-IF.

       ASK-INCIDENT-PARTY.
           DISPLAY PROPER-SPACING.
           DISPLAY "WHO WAS HURT?"
           DISPLAY "PRESS [M] = MEMBER | [G] = GUEST".
           ACCEPT WS-IC-PARTY.

               IF WS-IC-PARTY = 'M' OR 'm'
                  MOVE 'M' TO WS-IC-PARTY
               ELSE IF WS-IC-PARTY = 'G' OR 'g'
                  MOVE 'G' TO WS-IC-PARTY
               ELSE
                  DISPLAY PROPER-SPACING
                  PERFORM ASK-INCIDENT-PARTY.

       CLEAR-INCIDENT-LINE.
           MOVE ZEROES TO WS-IL-NUMBER, WS-IL-ID-NUMBER,
               WS-IL-PROG-CODE, WS-IL-SCH-TIME, WS-IL-INS-ID.
           MOVE SPACES TO WS-IL-NAME, WS-IL-LOCATION, WS-IL-SCH-DAY,
               WS-IL-INS-NAME, WS-IL-INJURY, WS-IL-ACTION.
           MOVE 'I' TO WS-IL-LINE-TYPE.
           MOVE WS-IC-PARTY TO WS-IL-PARTY.
           MOVE 'N' TO WS-IL-EC-CALLED.
           MOVE 'N' TO WS-IL-MED-HOLD.
           MOVE 'N' TO WS-IC-PLACE-HOLD.

      ***** THE GUEST NAME IS MATCHED AS SIGNED IN, IGNORING CASE; THE
      ***** LATEST VISIT FOR THAT NAME IS SHOWN TO CONFIRM THE PERSON.
       FIND-INCIDENT-GUEST.
           DISPLAY PROPER-SPACING.
           DISPLAY "GUEST NAME AS SIGNED IN AT THE GATE: "
           ACCEPT WS-IC-GUEST-NAME.

           MOVE 'N' TO WS-IC-GUEST-FOUND.
           OPEN INPUT GUEST-FILE.
           MOVE 'N' TO WS-IC-EOF.
           PERFORM MATCH-INCIDENT-GUEST UNTIL WS-IC-EOF = 'Y'.
           CLOSE GUEST-FILE.

       MATCH-INCIDENT-GUEST.
           READ GUEST-FILE
               AT END
                   MOVE 'Y' TO WS-IC-EOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(GL-NAME)
                           = FUNCTION UPPER-CASE(WS-IC-GUEST-NAME)
                       MOVE 'Y' TO WS-IC-GUEST-FOUND
                       MOVE GL-NAME TO WS-IC-GUEST-NAME
                       MOVE GL-VISIT-DATE TO WS-IC-GUEST-LAST
                   END-IF
           END-READ.

      ***** WHAT THE DESK NEEDS IN FRONT OF THEM WHEN SOMEONE IS HURT:
      ***** WHO TO CALL, AND WHAT THE MEMBER DECLARED ON JOINING.
       SHOW-MEMBER-MEDICAL.
           PERFORM FIND-HEALTH-DECLARATION.

           DISPLAY PROPER-SPACING.
           DISPLAY "  EMERGENCY / HEALTH DETAILS  "
           DISPLAY "------------------------------"
           DISPLAY "EMERGENCY CONTACT     >>>     " EMERGENCY-NAME.
           DISPLAY "RELATIONSHIP          >>>     " EMERGENCY-REL.
           DISPLAY "CONTACT NO.           >>>     " EMERGENCY-CONT-NUM.
           DISPLAY PROPER-SPACING.

           IF WS-IC-HF-FOUND = 'N'
               DISPLAY "NO HEALTH DECLARATION ON FILE FOR THIS MEMBER."
           ELSE
               DISPLAY "HEALTH DECLARATION OF " WS-IC-HF-DATE
               DISPLAY "HEART CONDITION       >>>     " WS-IC-HF-HEART
               DISPLAY "HYPERTENSION          >>>     " WS-IC-HF-HYPER
               DISPLAY "ASTHMA                >>>     " WS-IC-HF-ASTHMA
               DISPLAY "LUNG DISEASE          >>>     " WS-IC-HF-LUNG
               DISPLAY "MALIGNANCY            >>>     "
                   WS-IC-HF-MALIGNANCY
               DISPLAY "SEVERE ANEMIA         >>>     "
                   WS-IC-HF-ANEMIA.

           IF MEMBER-MEDICAL-HOLD
               DISPLAY PROPER-SPACING
               DISPLAY "*** MEMBER IS ALREADY ON MEDICAL HOLD ***".
           DISPLAY PROPER-SPACING.

      ***** THE LATEST ACCEPTED DECLARATION FOR THE MEMBER WINS.
       FIND-HEALTH-DECLARATION.
           MOVE 'N' TO WS-IC-HF-FOUND.
           OPEN INPUT HEALTH-FILE.
           MOVE 'N' TO WS-IC-EOF.
           PERFORM MATCH-HEALTH-DECLARATION UNTIL WS-IC-EOF = 'Y'.
           CLOSE HEALTH-FILE.

       MATCH-HEALTH-DECLARATION.
           READ HEALTH-FILE
               AT END
                   MOVE 'Y' TO WS-IC-EOF
               NOT AT END
                   IF HF-ID-NUMBER = ID-NUMBER
                           AND HF-OUTCOME = 'ACCEPTED'
                       MOVE 'Y' TO WS-IC-HF-FOUND
                       MOVE HF-HEART-COND    TO WS-IC-HF-HEART
                       MOVE HF-HYPERTENSION  TO WS-IC-HF-HYPER
                       MOVE HF-ASTHMA-COND   TO WS-IC-HF-ASTHMA
                       MOVE HF-LUNG-DISEASE  TO WS-IC-HF-LUNG
                       MOVE HF-MALIGNANCY    TO WS-IC-HF-MALIGNANCY
                       MOVE HF-SEVERE-ANEMIA TO WS-IC-HF-ANEMIA
                       MOVE HF-DATE-TAKEN    TO WS-IC-HF-DATE
                   END-IF
           END-READ.

      ***** IN A CLASS, THE SESSION IS PICKED OFF THE SCHEDULE AND THE
      ***** INSTRUCTOR IS WHOEVER THE TAUGHT LOG SHOWS FOR THAT DATE,
      ***** OTHERWISE THE SCHEDULED ONE. ON THE FLOOR, THE DESK GIVES
      ***** THE PLACE AND THE INSTRUCTOR ON DUTY, IF ANY.
       TAKE-INCIDENT-DETAILS.
           DISPLAY PROPER-SPACING.
           DISPLAY "DID IT HAPPEN IN A SCHEDULED CLASS SESSION?"
           PERFORM ACCEPT-HF-ANSWER.

           MOVE 'N' TO WS-IC-IN-CLASS.
           IF HF-ANS = 'Y' OR HF-ANS = 'y'
               PERFORM GET-TAUGHT-SESSION
               IF WS-SCH-COUNT = ZEROES
                   DISPLAY "NO SESSIONS SCHEDULED FOR THIS PROGRAM -"
                       " RECORDING IT AS A FLOOR INCIDENT."
               ELSE
                   MOVE 'Y' TO WS-IC-IN-CLASS
               END-IF
           END-IF.

           IF WS-IC-IN-CLASS = 'Y'
               PERFORM SET-CLASS-INCIDENT
           ELSE
               PERFORM SET-FLOOR-INCIDENT.

           PERFORM GET-INCIDENT-TIME.
           PERFORM GET-INCIDENT-INJURY.
           PERFORM GET-INCIDENT-ACTION.

           DISPLAY "WAS THE EMERGENCY CONTACT CALLED?"
           PERFORM ACCEPT-HF-ANSWER.
           IF HF-ANS = 'Y' OR HF-ANS = 'y'
               MOVE 'Y' TO WS-IL-EC-CALLED
           ELSE
               MOVE 'N' TO WS-IL-EC-CALLED.

       SET-CLASS-INCIDENT.
           MOVE WS-TL-MONTH   TO WS-IL-MONTH
           MOVE WS-TL-DAY-NUM TO WS-IL-DAY
           MOVE WS-TL-YEAR    TO WS-IL-YEAR
           MOVE WS-SCH-PROG-CODE TO WS-IL-PROG-CODE
           MOVE WS-SCH-DAY (WS-SCH-PICK)  TO WS-IL-SCH-DAY
           MOVE WS-SCH-TIME (WS-SCH-PICK) TO WS-IL-SCH-TIME
           MOVE WS-IL-SCH-DAY  TO WS-ICW-DAY
           MOVE WS-IL-SCH-TIME TO WS-ICW-TIME
           MOVE WS-IC-CLASS-WHERE TO WS-IL-LOCATION.

           PERFORM FIND-TAUGHT-DUP.
           IF WS-TL-DUP = 'N'
               MOVE WS-SCH-INSTRUCTOR (WS-SCH-PICK) TO WS-TL-INS-NAME
               PERFORM FIND-INSTRUCTOR-ID-BY-NAME.
           MOVE WS-TL-INS-ID   TO WS-IL-INS-ID
           MOVE WS-TL-INS-NAME TO WS-IL-INS-NAME.
           DISPLAY "INSTRUCTOR ON DUTY: " WS-IL-INS-NAME.

       SET-FLOOR-INCIDENT.
           DISPLAY "DATE OF THE INCIDENT."
           MOVE 'N' TO WS-DATE-VALID.
           PERFORM ACCEPT-VALID-DATE UNTIL WS-DATE-VALID = 'Y'.
           MOVE WS-VAL-MONTH TO WS-IL-MONTH
           MOVE WS-VAL-DAY   TO WS-IL-DAY
           MOVE WS-VAL-YEAR  TO WS-IL-YEAR.

           PERFORM GET-INCIDENT-LOCATION.
           PERFORM GET-DUTY-INSTRUCTOR.

       GET-INCIDENT-LOCATION.
           DISPLAY "WHERE (E.G. WEIGHTS FLOOR, CHANGING ROOM): "
           ACCEPT WS-IL-LOCATION.

           IF WS-IL-LOCATION = SPACES
               DISPLAY "PLEASE ENTER WHERE IT HAPPENED."
               PERFORM GET-INCIDENT-LOCATION.

       GET-DUTY-INSTRUCTOR.
           DISPLAY "INSTRUCTOR ON DUTY - ID (0 = NONE ON DUTY): "
           ACCEPT WS-INS-ID-IN.

           IF WS-INS-ID-IN = ZEROES
               MOVE ZEROES TO WS-IL-INS-ID
               MOVE 'NONE ON DUTY' TO WS-IL-INS-NAME
           ELSE
               MOVE ZEROES TO WS-SCH-PROG-CODE
               PERFORM FIND-INSTRUCTOR
               IF WS-INS-FOUND = 'N'
                   DISPLAY "NO INSTRUCTOR ON FILE FOR THAT ID."
                   PERFORM GET-DUTY-INSTRUCTOR
               ELSE
                   MOVE WS-INS-ID-IN      TO WS-IL-INS-ID
                   MOVE WS-INS-NAME-FOUND TO WS-IL-INS-NAME
                   DISPLAY "INSTRUCTOR ON DUTY: " WS-IL-INS-NAME.

       GET-INCIDENT-TIME.
           DISPLAY "TIME OF THE INCIDENT (24-HOUR HHMM, E.G. 1815): "
           ACCEPT WS-IC-TIME-IN.

           IF WS-IC-TIME-IN > 2359
                   OR FUNCTION MOD(WS-IC-TIME-IN, 100) > 59
               DISPLAY "PLEASE ENTER A VALID 24-HOUR TIME."
               PERFORM GET-INCIDENT-TIME
           ELSE
               COMPUTE WS-IL-HOUR = WS-IC-TIME-IN / 100
               COMPUTE WS-IL-MINUTE = FUNCTION MOD(WS-IC-TIME-IN, 100).

       GET-INCIDENT-INJURY.
           DISPLAY "DESCRIBE THE INJURY (UP TO 60 CHARACTERS): "
           ACCEPT WS-IL-INJURY.

           IF WS-IL-INJURY = SPACES
               DISPLAY "PLEASE DESCRIBE THE INJURY."
               PERFORM GET-INCIDENT-INJURY.

       GET-INCIDENT-ACTION.
           DISPLAY "ACTION TAKEN (FIRST AID, AMBULANCE, SENT HOME...): "
           ACCEPT WS-IL-ACTION.

           IF WS-IL-ACTION = SPACES
               DISPLAY "PLEASE ENTER THE ACTION TAKEN."
               PERFORM GET-INCIDENT-ACTION.

      ***** NO HOLD IS OFFERED ON A CANCELLED OR STILL-PENDING RECORD,
      ***** OR ONE ALREADY ON MEDICAL HOLD. AN ORDINARY HOLD MAY BE
      ***** TURNED INTO A MEDICAL ONE.
       ASK-MEDICAL-HOLD.
           IF MEMBER-MEDICAL-HOLD
               DISPLAY "MEMBER IS ALREADY ON MEDICAL HOLD."
           ELSE IF MEMBER-CANCELLED OR MEMBER-PENDING
               CONTINUE
           ELSE
               DISPLAY PROPER-SPACING
               DISPLAY "PUT THE MEMBER ON MEDICAL HOLD UNTIL A"
                   " CLEARANCE IS RECORDED?"
               PERFORM ACCEPT-HF-ANSWER
               IF HF-ANS = 'Y' OR HF-ANS = 'y'
                   MOVE 'Y' TO WS-IC-PLACE-HOLD
                   MOVE 'Y' TO WS-IL-MED-HOLD.

       WRITE-INCIDENT-REC.
           PERFORM SCAN-INCIDENT-LOG.
           MOVE WS-IC-NEXT-NO TO WS-IL-NUMBER.

           OPEN EXTEND INCIDENT-FILE
           WRITE INCIDENT-REC FROM WS-INCIDENT-LINE
               BEFORE ADVANCING 1.
           CLOSE INCIDENT-FILE.

           MOVE 'INCIDENT' TO WS-AUDIT-TRANS
           MOVE WS-IL-ID-NUMBER TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.
           DISPLAY PROPER-SPACING.
           DISPLAY "INCIDENT NO. " WS-IL-NUMBER " RECORDED.".

      ***** A MEMBER ALREADY ON AN ORDINARY HOLD KEEPS THAT HOLD'S
      ***** START DATE, SO THE DAYS CREDITED ON RESUMING RUN FROM IT.
       PLACE-MEDICAL-HOLD.
           IF NOT MEMBER-ON-HOLD
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CURRENT-MONTH TO WS-DC-MM
               MOVE WS-CURRENT-DAY   TO WS-DC-DD
               MOVE WS-CURRENT-YEAR  TO WS-DC-YYYY
               MOVE WS-DATE-CANON TO HOLD-START-DATE.
           MOVE 'MED-HOLD' TO MEMBER-STATUS.
           REWRITE MEMBER-RECORD.
           MOVE 'MED-HOLD' TO WS-AUDIT-TRANS
           MOVE ID-NUMBER TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.
           DISPLAY "MEMBER ON MEDICAL HOLD AS OF " HOLD-START-DATE ".".
           DISPLAY "ENTRY WILL BE REFUSED UNTIL A MEDICAL CLEARANCE IS"
               " RECORDED.".

      ***** ONE PASS OVER THE LOG: THE NEXT INCIDENT NUMBER, AND THE
      ***** LATEST INCIDENT THAT PUT WS-IL-ID-NUMBER ON MEDICAL HOLD.
       SCAN-INCIDENT-LOG.
           MOVE ZEROES TO WS-IC-NEXT-NO.
           MOVE ZEROES TO WS-IC-HOLD-NO.
           OPEN INPUT INCIDENT-FILE.
           MOVE 'N' TO WS-IC-EOF.
           PERFORM SCAN-INCIDENT-LINE UNTIL WS-IC-EOF = 'Y'.
           CLOSE INCIDENT-FILE.
           ADD 1 TO WS-IC-NEXT-NO.

       SCAN-INCIDENT-LINE.
           READ INCIDENT-FILE
               AT END
                   MOVE 'Y' TO WS-IC-EOF
               NOT AT END
                   IF INC-LINE-TYPE = 'I'
                       IF INC-NUMBER > WS-IC-NEXT-NO
                           MOVE INC-NUMBER TO WS-IC-NEXT-NO
                       END-IF
                       IF INC-PARTY = 'M'
                               AND INC-ID-NUMBER = WS-IL-ID-NUMBER
                               AND INC-MED-HOLD = 'Y'
                           MOVE INC-NUMBER TO WS-IC-HOLD-NO
                       END-IF
                   END-IF
           END-READ.

      ***** THE CLEARANCE IS LOGGED AGAINST THE INCIDENT THAT PLACED
      ***** THE HOLD, THEN THE MEMBER IS RESUMED EXACTLY AS FROM AN
      ***** ORDINARY HOLD, WITH THE HELD DAYS CREDITED TO THE EXPIRY.
       RECORD-MEDICAL-CLEARANCE.
           PERFORM OPEN-USER-FILE-IO.
           PERFORM FINDING-USER.

           IF IS-REC-FOUND = 'N' OR MEMBER-NAME = SPACES
               DISPLAY PROPER-SPACING
               DISPLAY "NO ACTIVE MEMBER ON FILE FOR THAT ID."
               DISPLAY PROPER-SPACING
           ELSE IF NOT MEMBER-MEDICAL-HOLD
               DISPLAY PROPER-SPACING
               DISPLAY "MEMBER IS NOT ON MEDICAL HOLD."
               DISPLAY PROPER-SPACING
           ELSE
               MOVE 'M' TO WS-IC-PARTY
               PERFORM CLEAR-INCIDENT-LINE
               MOVE ID-NUMBER   TO WS-IL-ID-NUMBER
               MOVE MEMBER-NAME TO WS-IL-NAME
               PERFORM GET-CLEARANCE-DETAILS
               PERFORM WRITE-CLEARANCE-REC
               PERFORM RESUME-HELD-MEMBER
           END-IF.

           CLOSE USER-FILE.

       GET-CLEARANCE-DETAILS.
           DISPLAY PROPER-SPACING.
           DISPLAY "CLEARED BY (DOCTOR / CLINIC, NOTE): "
           ACCEPT WS-IL-ACTION.

           IF WS-IL-ACTION = SPACES
               DISPLAY "PLEASE ENTER WHO GAVE THE CLEARANCE."
               PERFORM GET-CLEARANCE-DETAILS.

       WRITE-CLEARANCE-REC.
           PERFORM SCAN-INCIDENT-LOG.
           MOVE WS-IC-HOLD-NO TO WS-IL-NUMBER.
           MOVE 'C' TO WS-IL-LINE-TYPE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH  TO WS-IL-MONTH
           MOVE WS-CURRENT-DAY    TO WS-IL-DAY
           MOVE WS-CURRENT-YEAR   TO WS-IL-YEAR
           MOVE WS-CURRENT-HOUR   TO WS-IL-HOUR
           MOVE WS-CURRENT-MINUTE TO WS-IL-MINUTE
           MOVE 'MEDICAL CLEARANCE' TO WS-IL-LOCATION.

           OPEN EXTEND INCIDENT-FILE
           WRITE INCIDENT-REC FROM WS-INCIDENT-LINE
               BEFORE ADVANCING 1.
           CLOSE INCIDENT-FILE.

           MOVE 'CLEARANCE' TO WS-AUDIT-TRANS
           MOVE WS-IL-ID-NUMBER TO WS-AUDIT-MEMBER-ID
           PERFORM WRITE-AUDIT-REC.
           DISPLAY PROPER-SPACING.
           DISPLAY "MEDICAL CLEARANCE RECORDED AGAINST INCIDENT NO. "
               WS-IL-NUMBER ".".

      ***** EVERY INCIDENT IN THE MONTH, GROUPED BY PROGRAM (FLOOR
      ***** INCIDENTS UNDER PROGRAM 0000) AND WITHIN IT BY INSTRUCTOR,
      ***** WITH THE COUNTS THE INSURER ASKS FOR AT THE FOOT.
       INCIDENT-MONTHLY-REPORT.
           PERFORM GET-CLASS-REPORT-MONTH.

           SORT INC-SORT-WORK
               ON ASCENDING KEY IS-PROG-CODE
                                IS-INS-NAME
                                IS-YEAR
                                IS-MONTH
                                IS-DAY
                                IS-TIME
               USING INCIDENT-FILE
               GIVING INC-SORTED-FILE.

           MOVE WS-RC-MONTH TO ICH-MONTH.
           MOVE WS-RC-YEAR  TO ICH-YEAR.
           OPEN OUTPUT INCIDENT-RPT-FILE.
           DISPLAY PROPER-SPACING.
           MOVE TITLE-UNDERLINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE PROGRAM-HEADING-LINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE TITLE-UNDERLINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE IC-HEADING-LINE-1 TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE SPACES TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE IC-COLUMN-LINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE TOPIC-UNDERLINE-1 TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.

           MOVE ZEROES TO WS-IC-TOTAL, WS-IC-MEMBERS, WS-IC-GUESTS,
               WS-IC-EC-CALLS, WS-IC-HOLDS, WS-IC-CLEARED.
           MOVE 'N' TO WS-IC-HAVE-GROUP.
           OPEN INPUT INC-SORTED-FILE.
           MOVE 'N' TO WS-IC-EOF.
           PERFORM REPORT-INCIDENT-LINE UNTIL WS-IC-EOF = 'Y'.
           CLOSE INC-SORTED-FILE.

           IF WS-IC-HAVE-GROUP = 'Y'
               PERFORM CLOSE-INSTRUCTOR-GROUP
               PERFORM CLOSE-PROGRAM-GROUP.
           IF WS-IC-TOTAL = ZEROES
               MOVE "NO INCIDENTS RECORDED IN THAT MONTH."
                   TO INCIDENT-RPT-REC
               PERFORM WRITE-IC-LINE.
           MOVE TOPIC-UNDERLINE-2 TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.

           MOVE 'TOTAL INCIDENTS' TO ICC-LABEL
           MOVE WS-IC-TOTAL TO ICC-COUNT
           PERFORM WRITE-IC-COUNT-LINE.
           MOVE '  INVOLVING MEMBERS' TO ICC-LABEL
           MOVE WS-IC-MEMBERS TO ICC-COUNT
           PERFORM WRITE-IC-COUNT-LINE.
           MOVE '  INVOLVING GUESTS' TO ICC-LABEL
           MOVE WS-IC-GUESTS TO ICC-COUNT
           PERFORM WRITE-IC-COUNT-LINE.
           MOVE 'EMERGENCY CONTACT CALLED' TO ICC-LABEL
           MOVE WS-IC-EC-CALLS TO ICC-COUNT
           PERFORM WRITE-IC-COUNT-LINE.
           MOVE 'MEDICAL HOLDS PLACED' TO ICC-LABEL
           MOVE WS-IC-HOLDS TO ICC-COUNT
           PERFORM WRITE-IC-COUNT-LINE.
           MOVE 'MEDICAL CLEARANCES RECORDED' TO ICC-LABEL
           MOVE WS-IC-CLEARED TO ICC-COUNT
           PERFORM WRITE-IC-COUNT-LINE.
           CLOSE INCIDENT-RPT-FILE.
           DISPLAY PROPER-SPACING.
           DISPLAY "INCIDENT REPORT WRITTEN TO INCIDRPT.TXT".

       REPORT-INCIDENT-LINE.
           READ INC-SORTED-FILE INTO INCIDENT-REC
               AT END
                   MOVE 'Y' TO WS-IC-EOF
               NOT AT END
                   IF INC-MONTH = WS-RC-MONTH AND INC-YEAR = WS-RC-YEAR
                       IF INC-LINE-TYPE = 'C'
                           ADD 1 TO WS-IC-CLEARED
                       ELSE
                           PERFORM PRINT-INCIDENT-DETAIL
                       END-IF
                   END-IF
           END-READ.

       PRINT-INCIDENT-DETAIL.
           IF WS-IC-HAVE-GROUP = 'Y'
                   AND INC-PROG-CODE NOT = WS-IC-PREV-PROG
               PERFORM CLOSE-INSTRUCTOR-GROUP
               PERFORM CLOSE-PROGRAM-GROUP
               MOVE 'N' TO WS-IC-HAVE-GROUP.
           IF WS-IC-HAVE-GROUP = 'Y'
                   AND INC-INS-NAME NOT = WS-IC-PREV-INS
               PERFORM CLOSE-INSTRUCTOR-GROUP
               PERFORM OPEN-INSTRUCTOR-GROUP.
           IF WS-IC-HAVE-GROUP = 'N'
               PERFORM OPEN-PROGRAM-GROUP
               PERFORM OPEN-INSTRUCTOR-GROUP
               MOVE 'Y' TO WS-IC-HAVE-GROUP.

           MOVE INC-NUMBER    TO ICD-NUMBER
           MOVE INC-DATE      TO ICD-DATE
           MOVE INC-TIME      TO ICD-TIME
           MOVE INC-PARTY     TO ICD-PARTY
           MOVE INC-ID-NUMBER TO ICD-ID
           MOVE INC-NAME      TO ICD-NAME
           MOVE INC-LOCATION  TO ICD-LOCATION
           MOVE INC-EC-CALLED TO ICD-EC
           MOVE INC-MED-HOLD  TO ICD-HOLD.
           MOVE IC-DETAIL-LINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE 'INJURY: ' TO ICX-LABEL
           MOVE INC-INJURY TO ICX-TEXT
           MOVE IC-TEXT-LINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE 'ACTION: ' TO ICX-LABEL
           MOVE INC-ACTION TO ICX-TEXT
           MOVE IC-TEXT-LINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.

           ADD 1 TO WS-IC-INS-COUNT, WS-IC-PROG-COUNT, WS-IC-TOTAL.
           IF INC-PARTY = 'G'
               ADD 1 TO WS-IC-GUESTS
           ELSE
               ADD 1 TO WS-IC-MEMBERS.
           IF INC-EC-CALLED = 'Y'
               ADD 1 TO WS-IC-EC-CALLS.
           IF INC-MED-HOLD = 'Y'
               ADD 1 TO WS-IC-HOLDS.

       OPEN-PROGRAM-GROUP.
           MOVE INC-PROG-CODE TO WS-IC-PREV-PROG.
           MOVE ZEROES TO WS-IC-PROG-COUNT.
           IF INC-PROG-CODE = 1111
               MOVE 'ZUMBA' TO WS-IC-PROG-NAME
           ELSE IF INC-PROG-CODE = 2222
               MOVE 'BODY CONDITIONING' TO WS-IC-PROG-NAME
           ELSE IF INC-PROG-CODE = 3333
               MOVE 'BODY BUILDING' TO WS-IC-PROG-NAME
           ELSE IF INC-PROG-CODE = 4444
               MOVE 'BOXING' TO WS-IC-PROG-NAME
           ELSE
               MOVE 'FLOOR / NO CLASS' TO WS-IC-PROG-NAME.
           MOVE INC-PROG-CODE   TO ICP-CODE
           MOVE WS-IC-PROG-NAME TO ICP-NAME.
           MOVE SPACES TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.
           MOVE IC-PROGRAM-LINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.

       OPEN-INSTRUCTOR-GROUP.
           MOVE INC-INS-NAME TO WS-IC-PREV-INS.
           MOVE ZEROES TO WS-IC-INS-COUNT.
           MOVE INC-INS-NAME TO ICI-NAME
           MOVE IC-INSTRUCTOR-LINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.

       CLOSE-INSTRUCTOR-GROUP.
           MOVE '    INCIDENTS UNDER THIS INSTRUCTOR' TO ICC-LABEL
           MOVE WS-IC-INS-COUNT TO ICC-COUNT
           PERFORM WRITE-IC-COUNT-LINE.

       CLOSE-PROGRAM-GROUP.
           MOVE '  INCIDENTS IN THIS PROGRAM' TO ICC-LABEL
           MOVE WS-IC-PROG-COUNT TO ICC-COUNT
           PERFORM WRITE-IC-COUNT-LINE.

       WRITE-IC-COUNT-LINE.
           MOVE IC-COUNT-LINE TO INCIDENT-RPT-REC
           PERFORM WRITE-IC-LINE.

       WRITE-IC-LINE.
           DISPLAY INCIDENT-RPT-REC.
           WRITE INCIDENT-RPT-REC BEFORE ADVANCING 1.

      ******************************************************************
      *                    MEMBER ACCOUNT LEDGER                       *
           CLOSE GRACE-FILE.

      ***** BALANCE = CHARGES MINUS PAYMENTS FOR WS-BAL-ID, STRAIGHT
      ***** OFF THE LEDGER FILE. REFUND LINES ADD TO THE CHARGES SIDE;
      ***** CREDIT LINES, LIKE PAYMENTS, COME OFF IT.
       COMPUTE-MEMBER-BALANCE.
           MOVE ZEROES TO WS-BAL-CHARGES.
           MOVE ZEROES TO WS-BAL-PAYMENTS.
               NOT AT END
                   IF LG-ID-NUMBER = WS-BAL-ID
                       IF LG-ENTRY-TYPE = 'CHARGE'
                               OR LG-ENTRY-TYPE = 'REFUND'
                           ADD LG-AMOUNT TO WS-BAL-CHARGES
                       ELSE
                           ADD LG-AMOUNT TO WS-BAL-PAYMENTS
           MOVE 'PAYMENT' TO WS-LG-ENTRY-TYPE.
           PERFORM WRITE-LEDGER-REC.

      ***** A REFUND HANDS MONEY BACK, SO IT COUNTS WITH THE CHARGES;
      ***** A CREDIT TAKES A CHARGE BACK, SO IT COUNTS WITH THE
      ***** PAYMENTS.
       POST-LEDGER-REFUND.
           MOVE 'REFUND' TO WS-LG-ENTRY-TYPE.
           PERFORM WRITE-LEDGER-REC.

       POST-LEDGER-CREDIT.
           MOVE 'CREDIT' TO WS-LG-ENTRY-TYPE.
           PERFORM WRITE-LEDGER-REC.

       WRITE-LEDGER-REC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-MONTH TO WS-LG-MONTH
