           05  SRT-STATUS              PIC X(8).
           05  SRT-PERSONAL-TRAINER    PIC X(8).
           05  SRT-CARD-NUMBER         PIC 9(6).
           05  SRT-MEMBER-DATA         PIC X(361).

       WORKING-STORAGE SECTION.

