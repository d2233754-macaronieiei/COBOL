      ******************************************************************
      * Copybook: EXAMROOM
      * Purpose:  Shared EXAM-ROOM-RECORD layout for the exam room
      *           file (examrooms.txt), one record per room final
      *           exams can be sat in: the room code the offerings'
      *           exam slots name, a description, and the number of
      *           students the room seats for an exam. The exam
      *           timetable run (examtt) checks every slot's sitting
      *           against it.
      * Modifications:
      ******************************************************************
       01 EXAM-ROOM-RECORD.
           05 ER-ROOM            PIC X(6).
           05 ER-NAME            PIC X(20).
           05 ER-CAPACITY        PIC 9(4).
