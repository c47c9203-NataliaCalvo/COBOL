      ******************************************************************
      * Copybook: ROSTERREC
      * Purpose:  One operator's shift pattern on the roster file
      *           SHIFTROSTER - the days of the week they work, the
      *           hours of their shift and the installations they are
      *           assigned to - against which operationsRosterCheck
      *           holds AUDITFILE and SESSLOGFILE to find activity
      *           nobody was rostered for. ROS-DAYS is one byte per
      *           day, Monday first, "Y" for a rostered day. The
      *           shift runs from ROS-START-TIME up to ROS-END-TIME
      *           (HHMM); an end earlier than the start is a night
      *           shift running past midnight into the next morning,
      *           which still belongs to the day it started. No
      *           installations at all means the operator is not tied
      *           to particular sites. Maintained by
      *           operationsRosterMaint.
      ******************************************************************
       01  ROSTER-RECORD.
           05 ROS-USER-ID PIC X(08).
           05 ROS-DAYS.
               10 ROS-DAY-FLAG OCCURS 7 TIMES PIC X(01).
           05 ROS-START-TIME PIC 9(04).
           05 ROS-END-TIME PIC 9(04).
           05 ROS-SITES.
               10 ROS-SITE OCCURS 10 TIMES PIC X(04).
           05 ROS-UPDATED-DATE PIC 9(08).
           05 ROS-UPDATED-BY PIC X(08).
