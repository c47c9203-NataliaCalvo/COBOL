           DISPLAY " 4. One pair through all operations side by side".
           DISPLAY " 5. Load Finance adjustment file".
           DISPLAY " 6. Rerun exceptions with corrected values".
           DISPLAY " 7. Double-keyed transaction entry".
           DISPLAY " 8. Split batch by installation".
           DISPLAY " 9. Merge posted partitions".
           DISPLAY " 0. Back".
           DISPLAY "Select an option:".
           ACCEPT WS-SUB-CHOICE.
                   CALL "operationsAdjustLoad"
               WHEN 6
                   CALL "operationsExceptionRerun"
               WHEN 7
                   CALL "operationsTranEntry"
               WHEN 8
                   CALL "operationsBatchSplit"
               WHEN 9
                   CALL "operationsBatchMerge"
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.
           DISPLAY "12. Month-end reconciliation".
           DISPLAY "13. Batch run-time trend".
           DISPLAY "14. Reprint a cataloged report".
           DISPLAY "15. Posting limit utilisation".
           DISPLAY "16. Month-end statements".
           DISPLAY "17. Segregation of duties conflicts".
           DISPLAY "18. Standing item forecast".
           DISPLAY "19. Balance proof against history".
           DISPLAY "20. Rounding differences report".
           DISPLAY "21. Budget versus actual".
           DISPLAY "22. Audit sample - draw or reproduce".
           DISPLAY "23. Roster exceptions report".
           DISPLAY "24. Report distribution bundles".
           DISPLAY "25. Report delivery log".
           DISPLAY " 0. Back".
           DISPLAY "Select an option:".
           ACCEPT WS-SUB-CHOICE.
                   CALL "operationsRunStatsTrend"
               WHEN 14
                   CALL "operationsReportReprint"
               WHEN 15
                   CALL "operationsLimitReport"
               WHEN 16
                   CALL "operationsMonthStatement"
               WHEN 17
                   CALL "operationsDutyConflict"
               WHEN 18
                   CALL "operationsStandingForecast"
               WHEN 19
                   CALL "operationsBalanceProof"
               WHEN 20
                   CALL "operationsRoundingReport"
               WHEN 21
                   CALL "operationsBudgetReport"
               WHEN 22
                   CALL "operationsAuditSample"
               WHEN 23
                   CALL "operationsRosterCheck"
               WHEN 24
                   CALL "operationsReportDistrib"
               WHEN 25
                   CALL "operationsDeliveryLogList"
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.
           DISPLAY " 4. Maintenance change log".
           DISPLAY " 5. Morning operations dashboard".
           DISPLAY " 6. Compare two history runs".
           DISPLAY " 7. Inquiry access log".
           DISPLAY " 0. Back".
           DISPLAY "Select an option:".
           ACCEPT WS-SUB-CHOICE.
                   CALL "operationsDashboard"
               WHEN 6
                   CALL "operationsHistoryCompare"
               WHEN 7
                   CALL "operationsAccessLogList"
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.
           DISPLAY " 8. Log retention sweep".
           DISPLAY " 9. Rebuild history index".
           DISPLAY "10. Restore a master from snapshot".
           DISPLAY "11. Installation master".
           DISPLAY "12. Posting limits".
           DISPLAY "13. Release held items".
           DISPLAY "14. Exchange rate requests".
           DISPLAY "15. Approve exchange rates".
           DISPLAY "16. Standing transaction maintenance".
           DISPLAY "17. Business calendar generation".
           DISPLAY "18. Business calendar day maintenance".
           DISPLAY "19. Suspense clearing".
           DISPLAY "20. Convert legacy history and audit rows".
           DISPLAY "21. Place or release legal holds".
           DISPLAY "22. Load Finance budget extract".
           DISPLAY "23. Mark audit sample items".
           DISPLAY "24. Shift roster maintenance".
           DISPLAY "25. Merge or re-code an installation".
           DISPLAY "26. Poem-of-the-day schedule".
           DISPLAY " 0. Back".
           DISPLAY "Select an option:".
           ACCEPT WS-SUB-CHOICE.
                   CALL "operationsIndexRebuild"
               WHEN 10
                   CALL "operationsSnapshotRestore"
               WHEN 11
                   CALL "operationsInstallMaint"
               WHEN 12
                   CALL "operationsLimitMaint"
               WHEN 13
                   CALL "operationsHeldRelease"
               WHEN 14
                   CALL "operationsFxRateMaint"
               WHEN 15
                   CALL "operationsFxRateApprove"
               WHEN 16
                   CALL "operationsStandingMaint"
               WHEN 17
                   CALL "operationsCalendarBuild"
               WHEN 18
                   CALL "operationsCalendarMaint"
               WHEN 19
                   CALL "operationsSuspenseClear"
               WHEN 20
                   CALL "operationsLegacyConvert"
               WHEN 21
                   CALL "operationsLegalHoldMaint"
               WHEN 22
                   CALL "operationsBudgetLoad"
               WHEN 23
                   CALL "operationsSampleMark"
               WHEN 24
                   CALL "operationsRosterMaint"
               WHEN 25
                   CALL "operationsInstallRecode"
               WHEN 26
                   CALL "operationsPoemSchedMaint"
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.
           DISPLAY " 1. User maintenance (administrator)".
           DISPLAY " 2. Clear sign-on lockouts".
           DISPLAY " 3. Reopen a closed posting date".
           DISPLAY " 4. Dormant account sweep (administrator)".
           DISPLAY " 5. Site access maintenance (administrator)".
           DISPLAY " 0. Back".
           DISPLAY "Select an option:".
           ACCEPT WS-SUB-CHOICE.
                   CALL "operationsAuthUnlock"
               WHEN 3
                   CALL "operationsPeriodReopen"
               WHEN 4
                   CALL "operationsDormantSweep"
               WHEN 5
                   CALL "operationsSiteAccessMaint"
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.
           DISPLAY " 2. History export for Finance".
           DISPLAY " 3. Integrity check".
           DISPLAY " 4. History checksum verify".
           DISPLAY " 5. GL journal for Finance".
           DISPLAY " 6. Year-end close".
           DISPLAY " 7. Sequence-gap audit".
           DISPLAY " 0. Back".
           DISPLAY "Select an option:".
           ACCEPT WS-SUB-CHOICE.
                   CALL "operationsIntegrityCheck"
               WHEN 4
                   CALL "operationsHistVerify"
               WHEN 5
                   CALL "operationsGlJournal"
               WHEN 6
                   CALL "operationsYearEndClose"
               WHEN 7
                   CALL "operationsSequenceAudit"
               WHEN OTHER
                   DISPLAY "Invalid selection"
           END-EVALUATE.
