      ******************************************************************
      * Copybook: INSTMAPREC
      * Purpose:  One row of the installation mapping file
      *           (INSTMAPFILE) - an old installation code retired
      *           into a new one from IMP-EFFECTIVE-DATE, kept by
      *           operationsInstallRecode. IMP-KIND says whether the
      *           old site was merged into a site already on the
      *           installation master ("M") or re-coded to a code
      *           that did not exist before ("R"); it is settled when
      *           the mapping is applied. A row stays "P" pending
      *           until a run on or after its effective date moves
      *           the standing items, rate rows and balance across
      *           and flips it to "A" applied. Posted history keeps
      *           its original code; the reports and inquiries roll
      *           an applied old code up under its new one through
      *           operationsInstallRollup. IMP-NEW-NAME is the site
      *           name a re-code is given on INSTALLFILE - blank
      *           keeps the old site's name.
      ******************************************************************
       01  INSTALL-MAP-RECORD.
           05 IMP-OLD-CODE PIC X(04).
           05 IMP-NEW-CODE PIC X(04).
           05 IMP-EFFECTIVE-DATE PIC 9(08).
           05 IMP-KIND PIC X(01).
               88 IMP-MERGE VALUE "M".
               88 IMP-RECODE VALUE "R".
           05 IMP-STATUS PIC X(01).
               88 IMP-PENDING VALUE "P".
               88 IMP-APPLIED VALUE "A".
           05 IMP-REQUESTED-BY PIC X(08).
           05 IMP-REQUESTED-DATE PIC 9(08).
           05 IMP-APPLIED-BY PIC X(08).
           05 IMP-APPLIED-DATE PIC 9(08).
           05 IMP-NEW-NAME PIC X(24).
