      *              hit per generation cut that day)                   *
      *   mode "C" - browse by caller ID (alternate key), optionally   *
      *              filtered to a business date range                  *
      *              across every ID the caller has gone by: the ID    *
      *              asked for, the ID it was renamed or merged into   *
      *              by CALCMIGR, and every ID retired into that one   *
      *              (through CALCALSL)                                *
      * Every matching master record is echoed to sysout and written   *
      * to the extract file CALCINQO so the helpdesk can hand the      *
      * caller a hard copy.                                             *
       01  WS-REQUEST-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-MATCH-COUNT          PIC 9(9) VALUE ZEROS.
       01  WS-REQUEST-MATCHES      PIC 9(9) VALUE ZEROS.
       01  WS-FAMILY-SUB           PIC 9(2) VALUE ZEROS.
       01  WS-BROWSE-CALLER-ID     PIC X(08) VALUE SPACES.

           COPY CALCALL.

       01  WS-DISPLAY-RESULT       PIC -(9)9.99.

           END-READ.

       INQUIRE-BY-CALLER.
           MOVE "F" TO ALSL-FUNCTION
           MOVE INQ-CALLER-ID TO ALSL-CALLER-ID
           CALL "CALCALSL" USING ALSL-REQUEST ALSL-REPLY
           PERFORM INQUIRE-FAMILY-MEMBER
               VARYING WS-FAMILY-SUB FROM 1 BY 1
               UNTIL WS-FAMILY-SUB > ALSL-FAMILY-COUNT.

       INQUIRE-FAMILY-MEMBER.
           MOVE ALSL-FAMILY-ID(WS-FAMILY-SUB) TO WS-BROWSE-CALLER-ID
           MOVE "N" TO WS-BROWSE-DONE-SWITCH
           MOVE WS-BROWSE-CALLER-ID TO AUDM-CALLER-ID
           START MASTER-FILE KEY IS = AUDM-CALLER-ID
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE-SWITCH
               NOT AT END
                   IF AUDM-CALLER-ID NOT = WS-BROWSE-CALLER-ID
                       MOVE "Y" TO WS-BROWSE-DONE-SWITCH
                   ELSE
                       PERFORM FILTER-BY-DATE-RANGE
