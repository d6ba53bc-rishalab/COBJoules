           05  REG-STATUS      PIC X(12).
           05  REG-REASON      PIC X(40).
           05  REG-STATUS-DT   PIC X(8).
           05  REG-SITE        PIC X(20).
           05  REG-ROOM        PIC X(20).
           05  REG-RACK        PIC X(20).
           05  REG-PDU         PIC X(20).

       WORKING-STORAGE SECTION.
       01  REG-FS        PIC XX.
