      ******************************************************************
      * Copybook: ROMFD
      * Purpose : Record layout for the room master, one line per
      *           room. A ROOM IS IDENTIFIED BY ITS CODE WITHIN ITS
      *           CAMPUS, SO 'A101' CAN EXIST AT TWO CAMPUSES. THE
      *           SEAT COUNT CAPS ANY SECTION ASSIGNED TO THE ROOM
      *           AND THE ROOM IS BOOKED BY THE MEETING PATTERN ON
      *           INSTRUCTOR.ASSIGN.
      ******************************************************************
       01  ROOM-MASTER-RECORD.
           05 ROM-CODE                      PIC X(8).
           05 ROM-SEPARATOR1                PIC X VALUE ','.
           05 ROM-CAMPUS                    PIC X(3).
           05 ROM-SEPARATOR2                PIC X VALUE ','.
           05 ROM-SEATS                     PIC 9(3).
           05 ROM-SEPARATOR3                PIC X VALUE ','.
           05 ROM-TYPE                      PIC X(8).
               88 ROM-IS-LAB                    VALUE 'LAB'.
               88 ROM-IS-LECTURE                VALUE 'LECTURE'.
