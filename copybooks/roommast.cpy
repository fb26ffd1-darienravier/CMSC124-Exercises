      *---------------------------------------------------------------
      *    ROOMMAST.CPY
      *    Record layout for the ROOM-MASTER reference file.
      *    Keyed on RM-ROOM, the same room code a section carries
      *    in CM-ROOM.  RM-CAPACITY is the seat count the room is
      *    rated for; no section in the room may offer more seats.
      *    RM-TYPE is free text, eg LECTURE, LAB, AVR.
      *---------------------------------------------------------------
       01  ROOM-MASTER-RECORD.
           05  RM-ROOM                  PIC X(08).
           05  RM-BUILDING              PIC X(20).
           05  RM-CAPACITY              PIC 9(03).
           05  RM-TYPE                  PIC X(10).
           05  FILLER                   PIC X(05).
