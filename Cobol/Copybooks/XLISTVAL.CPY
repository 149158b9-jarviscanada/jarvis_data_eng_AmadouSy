      *>---------------------------------------------------------------
      *> XLISTVAL.CPY
      *> Shared paragraphs answering "is this section cross-listed,
      *> and with what?" so registration, scheduling and the rosters
      *> all treat a cross-list group as the one class it is.  The
      *> calling program must SELECT CROSSLIST-FILE ASSIGN TO
      *> "cross-lists.txt" ORGANIZATION IS INDEXED with RECORD KEY
      *> XL-KEY and FILE STATUS WS-XL-STATUS, FD it with
      *> COPY "XLISTREC.CPY", and COPY "XLISTWS.CPY" for the
      *> working-storage fields.  Each paragraph opens and closes
      *> CROSSLIST-FILE itself, so the caller must not be holding
      *> it open; a missing file simply means nothing is
      *> cross-listed.
      *>
      *> FIND-CROSS-LIST: move the section to WS-XL-COURSE/
      *> WS-XL-SECTION; the group lands in WS-XL-GROUP (SPACES if
      *> none), its seat pool in WS-XL-POOL-CAPACITY and its
      *> sections in WS-XL-MEMBER-TABLE.
      *>
      *> XL-CHECK-MEMBER: after FIND-CROSS-LIST, move a section to
      *> WS-XL-TEST-COURSE/WS-XL-TEST-SECTION; WS-XL-IS-MEMBER says
      *> whether it belongs to the group just found.
      *>
      *> XL-NEXT-GROUP-ID: WS-XL-NEW-GROUP is set to one past the
      *> highest group ID on file.
      *>---------------------------------------------------------------
       FIND-CROSS-LIST.
           MOVE SPACES TO WS-XL-GROUP
           MOVE 0      TO WS-XL-POOL-CAPACITY
           MOVE 0      TO WS-XL-MEMBER-COUNT

           OPEN INPUT CROSSLIST-FILE
           IF WS-XL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XL-COURSE  TO XL-COURSE
           MOVE WS-XL-SECTION TO XL-SECTION
           READ CROSSLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XL-GROUP-ID      TO WS-XL-GROUP
                   MOVE XL-POOL-CAPACITY TO WS-XL-POOL-CAPACITY
           END-READ

           IF WS-XL-GROUP NOT = SPACES
               MOVE LOW-VALUES TO XL-KEY
               START CROSSLIST-FILE KEY IS NOT LESS THAN XL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-XL-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-XL-EOF
               END-START
               PERFORM UNTIL WS-XL-EOF = "Y"
                   READ CROSSLIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-XL-EOF
                       NOT AT END
                           IF XL-GROUP-ID = WS-XL-GROUP
                               AND WS-XL-MEMBER-COUNT < 10
                               ADD 1 TO WS-XL-MEMBER-COUNT
                               MOVE XL-COURSE TO
                                   WS-XL-MEMBER-COURSE
                                       (WS-XL-MEMBER-COUNT)
                               MOVE XL-SECTION TO
                                   WS-XL-MEMBER-SECTION
                                       (WS-XL-MEMBER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CROSSLIST-FILE.

      *>-----------------------------------------------------------
      *> XL-CHECK-MEMBER - is WS-XL-TEST-COURSE/WS-XL-TEST-SECTION
      *> one of the sections FIND-CROSS-LIST just loaded?
      *>-----------------------------------------------------------
       XL-CHECK-MEMBER.
           MOVE "N" TO WS-XL-IS-MEMBER
           PERFORM VARYING WS-XL-IX FROM 1 BY 1
               UNTIL WS-XL-IX > WS-XL-MEMBER-COUNT
                   OR WS-XL-IS-MEMBER = "Y"
               IF WS-XL-MEMBER-COURSE(WS-XL-IX) = WS-XL-TEST-COURSE
                   AND WS-XL-MEMBER-SECTION(WS-XL-IX) =
                       WS-XL-TEST-SECTION
                   MOVE "Y" TO WS-XL-IS-MEMBER
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> XL-NEXT-GROUP-ID - one past the highest "XLnnnn" on file.
      *>-----------------------------------------------------------
       XL-NEXT-GROUP-ID.
           MOVE 0 TO WS-XL-GROUP-NUM
           OPEN INPUT CROSSLIST-FILE
           IF WS-XL-STATUS = "00"
               MOVE "N" TO WS-XL-EOF
               PERFORM UNTIL WS-XL-EOF = "Y"
                   READ CROSSLIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-XL-EOF
                       NOT AT END
                           IF XL-GROUP-ID(3:4) IS NUMERIC
                               AND XL-GROUP-ID(3:4) > WS-XL-GROUP-NUM
                               MOVE XL-GROUP-ID(3:4)
                                   TO WS-XL-GROUP-NUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CROSSLIST-FILE
           END-IF
           ADD 1 TO WS-XL-GROUP-NUM
           MOVE SPACES TO WS-XL-NEW-GROUP
           STRING "XL" WS-XL-GROUP-NUM
               DELIMITED BY SIZE INTO WS-XL-NEW-GROUP.
