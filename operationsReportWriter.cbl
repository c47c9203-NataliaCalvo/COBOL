      *           between CALLs the way operationsAuthLockCheck
      *           carries its files: the module stays resident for
      *           the life of the calling run.
      *           A "PAGE" CALL starts a fresh page with its heading
      *           straight away, for reports where each section must
      *           stand on its own page, and hands back in the text
      *           field the report id and the page number it opened,
      *           so the caller can record where that section lives
      *           in the archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-LINES-PER-PAGE PIC 9(02) VALUE 60.
           01 WS-HEADING-LINE PIC X(100).
           01 WS-PAGE-EDIT PIC ZZZ9.
           01 WS-PAGE-REPLY.
               05 WS-REPLY-REPORT-ID PIC 9(07).
               05 WS-REPLY-PAGE-NUM PIC 9(04).

       LINKAGE SECTION.
       01 LK-ACTION PIC X(05).
                   PERFORM 1000-OPEN-REPORT THRU 1000-EXIT
               WHEN "LINE"
                   PERFORM 2000-WRITE-LINE THRU 2000-EXIT
               WHEN "PAGE"
                   PERFORM 2500-NEW-PAGE THRU 2500-EXIT
               WHEN "CLOSE"
                   PERFORM 9000-CLOSE-REPORT THRU 9000-EXIT
               WHEN OTHER
       2100-EXIT.
           EXIT.

      * A page that so far holds nothing but its heading is already
      * a fresh page - the first section of a report does not leave
      * a blank page one behind it.
       2500-NEW-PAGE.
           IF NOT WS-REPORT-OPEN
               DISPLAY "Report writer PAGE before OPEN - ignored."
               MOVE SPACES TO LK-TEXT
               GO TO 2500-EXIT
           END-IF.
           IF WS-PAGE-LINES > 2
               PERFORM 3000-WRITE-HEADING THRU 3000-EXIT
           END-IF.
           MOVE WS-REPORT-ID TO WS-REPLY-REPORT-ID.
           MOVE WS-PAGE-NUM TO WS-REPLY-PAGE-NUM.
           MOVE SPACES TO LK-TEXT.
           MOVE WS-PAGE-REPLY TO LK-TEXT.
       2500-EXIT.
           EXIT.

      * The heading lines themselves go to the print file and the
      * archive through the same path as body lines, but they do
      * not count toward the cataloged body line count.
