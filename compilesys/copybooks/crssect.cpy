      *  capacity and the running enrolled count the entry programs
      *  maintain, so a registration into a full section is refused
      *  or waitlisted at entry time instead of being discovered on
      *  the roster printout. The meeting pattern - days as a
      *  positional MTWRFSU mask (letter in its own column or space),
      *  start and end time as 24-hour HHMM, and the building plus
      *  room from roomMaster - drives the room and student schedule
      *  conflict checks. A blank room and mask mean the section is
      *  arranged and has no fixed meeting. The instructor of record
      *  is an employee id on employeeMaster (blank = not yet staffed).
      *================================================================
       01  SECTION-MASTER-RECORD.
           05  SEC-KEY.
               10  SEC-TERM-CODE       PIC X(06).
           05  SEC-CAPACITY            PIC 9(03).
           05  SEC-ENROLLED            PIC 9(03).
           05  SEC-MEETING.
               10  SEC-MEET-DAYS       PIC X(07).
               10  SEC-MEET-DAY        REDEFINES SEC-MEET-DAYS
                                       PIC X(01) OCCURS 7 TIMES.
               10  SEC-START-TIME      PIC 9(04).
               10  SEC-END-TIME        PIC 9(04).
               10  SEC-ROOM-ID.
                   15  SEC-BUILDING    PIC X(04).
                   15  SEC-ROOM-NUMBER PIC X(04).
           05  SEC-INSTRUCTOR-ID       PIC X(04).
