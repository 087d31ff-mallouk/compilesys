      *================================================================
      *  ROOMMSTR.CPY
      *
      *  Record layout for the classroom master file (roomMaster),
      *  keyed on building plus room number. Holds the seat count
      *  section maintenance checks a section's capacity against, and
      *  the room-utilization report groups rooms by building.
      *================================================================
       01  ROOM-MASTER-RECORD.
           05  RM-ROOM-ID.
               10  RM-BUILDING         PIC X(04).
               10  RM-ROOM-NUMBER      PIC X(04).
           05  RM-SEAT-COUNT           PIC 9(03).
           05  RM-DESCRIPTION          PIC X(20).
