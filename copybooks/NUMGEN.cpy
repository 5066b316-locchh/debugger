      *> Number-generation record layout (EVENFILE, ODDFILE, NUMEXCP).
      *> Each EvenOddProgram run appends one generation to each file,
      *> numbered from 1 within its business date: an "H" header row
      *> carrying the run counts, the "D" detail rows (a signed number
      *> on EVENFILE and ODDFILE, the exception line on NUMEXCP) and
      *> a "T" trailer row carrying the detail count. Every row holds
      *> the file ID, date and generation so NumberGenInquiry and
      *> NumberGenRetention can select on them; NUMCAT lists the
      *> generations written. Rows written before generations were
      *> dated carry no numeric NG-DATE; NumberGenRetention drops
      *> them and reports how many.
           05  NG-FILE-ID          PIC X(8).
           05  NG-DATE             PIC 9(8).
           05  NG-GENERATION       PIC 9(4).
           05  NG-REC-TYPE         PIC X.
           05  NG-BODY             PIC X(40).
           05  NG-HEADER-BODY REDEFINES NG-BODY.
               10  NG-READ-COUNT   PIC 9(5).
               10  NG-EVEN-COUNT   PIC 9(5).
               10  NG-ODD-COUNT    PIC 9(5).
               10  NG-REJECT-COUNT PIC 9(5).
               10  NG-DUP-COUNT    PIC 9(5).
               10  FILLER          PIC X(15).
           05  NG-NUMBER-BODY REDEFINES NG-BODY.
               10  NG-NUMBER       PIC S9(3) SIGN LEADING SEPARATE.
               10  FILLER          PIC X(36).
           05  NG-TRAILER-BODY REDEFINES NG-BODY.
               10  NG-DETAIL-COUNT PIC 9(5).
               10  FILLER          PIC X(35).
