      *================================================================
      * SMSSEED.CPY -- SEED VALUES FOR THE SMS MESSAGE TEMPLATE FILE
      *   USED ONLY TO CREATE SMSTMPL.DAT THE FIRST TIME IT IS
      *   OPENED.  THE FILE, NOT THIS TABLE, IS THE RUNTIME SOURCE
      *   OF TRUTH -- THE REGISTRAR RE-KEYS THE WORDING FROM THE
      *   MAINTENANCE PROGRAM WITHOUT A RECOMPILE.  EACH ENTRY IS
      *   THE EVENT TYPE, THE LEAD DAYS, AND THE 160-CHARACTER TEXT
      *   IN FOUR PIECES OF 40.
      *================================================================
       01  SMS-SEED-DATA.
           05  FILLER PIC X(04) VALUE "PROM".
           05  FILLER PIC 9(02) VALUE 00.
           05  FILLER PIC X(40)
               VALUE "{NAME}: a seat opened in section {SECTIO".
           05  FILLER PIC X(40)
               VALUE "N} and you are now ENROLLED off the wait".
           05  FILLER PIC X(40)
               VALUE "list. Please check your class schedule. ".
           05  FILLER PIC X(40) VALUE SPACES.
           05  FILLER PIC X(04) VALUE "HOLD".
           05  FILLER PIC 9(02) VALUE 00.
           05  FILLER PIC X(40)
               VALUE "{NAME}: a hold was placed on your regist".
           05  FILLER PIC X(40)
               VALUE "ration ({REASON}). Please see the {OFFIC".
           05  FILLER PIC X(40)
               VALUE "E} to have it cleared before you enroll.".
           05  FILLER PIC X(40) VALUE SPACES.
           05  FILLER PIC X(04) VALUE "HREL".
           05  FILLER PIC 9(02) VALUE 00.
           05  FILLER PIC X(40)
               VALUE "{NAME}: the {OFFICE} hold on your regist".
           05  FILLER PIC X(40)
               VALUE "ration has been released. You may now pr".
           05  FILLER PIC X(40)
               VALUE "oceed with your enrollment.             ".
           05  FILLER PIC X(40) VALUE SPACES.
           05  FILLER PIC X(04) VALUE "PAYR".
           05  FILLER PIC 9(02) VALUE 03.
           05  FILLER PIC X(40)
               VALUE "{NAME}: reminder - your balance of PHP {".
           05  FILLER PIC X(40)
               VALUE "AMOUNT} is due on {DATE}. Please pay at ".
           05  FILLER PIC X(40)
               VALUE "the cashier to avoid a registration hold".
           05  FILLER PIC X(40)
               VALUE ".                                       ".
       01  SMS-SEED-TABLE REDEFINES SMS-SEED-DATA.
           05  SMS-SEED-ENTRY OCCURS 4 TIMES INDEXED BY SMS-SEED-IDX.
               10  SMS-SEED-EVENT-TYPE PIC X(04).
               10  SMS-SEED-LEAD-DAYS  PIC 9(02).
               10  SMS-SEED-TEXT       PIC X(160).
