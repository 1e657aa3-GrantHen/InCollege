
      *> Only the identifying fields are filled here; the about/
      *> experience/education block stays blank for the student to
      *> complete online, and a blank visibility reads back as
      *> visible to everyone. The total length must match the online
      *> program's record exactly.
       FD  PROFILES-FILE.
       01  PROFILES-REC.
           05  PROF-MAJOR             PIC X(50).
           05  PROF-GRAD-YEAR         PIC X(4).
           05  PROF-PROFILE-DATA      PIC X(1520).
           05  PROF-VISIBILITY        PIC X(12).

       FD  FEED-FILE.
       01  FEED-REC                   PIC X(300).
