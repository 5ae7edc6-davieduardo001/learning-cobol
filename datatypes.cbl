       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-JRNL-PROGRAM PIC X(10) VALUE "DATATYPES".
       01 WS-JRNL-ACTION PIC X(1) VALUE SPACE.
       01 WS-BEFORE-IMAGE PIC X(200) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(200) VALUE SPACES.
       01 WS-NEW-IMAGE PIC X(162) VALUE SPACES.
       01 WS-LOCK-FILE PIC X(8) VALUE "CUSTMAST".
       01 WS-LOCK-ACTION PIC X(1) VALUE SPACE.
       01 WS-LOCK-RESULT PIC X(1) VALUE SPACE.
