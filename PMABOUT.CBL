               Access Mode   is Dynamic
               Record Key    is Bathist-File-Key
               File Status   is BathistStatus.
           Select Rctable-File Assign to "RCTABLE"
               Organization is Indexed
               Access Mode   is Dynamic
               Record Key    is Rctable-File-Key
               File Status   is RctableStatus.
           Select Delivmst-File Assign to "DELIVMST"
               Organization is Indexed
               Access Mode   is Dynamic
               Record Key    is Delivmst-File-Key
               File Status   is DelivmstStatus.
           Select Incident-File Assign to "INCIDENT"
               Organization is Indexed
               Access Mode   is Dynamic
               Record Key    is Incident-File-Key
               File Status   is IncidentStatus.
           Select Hdesk-File Assign to "HDESKOUT"
               Organization is Sequential
               File Status  is HdeskStatus.
           Select Schdexp-File Assign to "SCHDEXP"
               Organization is Sequential
               File Status  is SchdexpStatus.
           Select Chgjrnl-File Assign to "CHGJRNL"
               Organization is Sequential
               File Status  is ChgjrnlStatus.
           Select Ovrdreg-File Assign to "OVRDREG"
               Organization is Sequential
               File Status  is OvrdregStatus.
           Select Audit-Archive-File Assign to AuditArchiveName
               Organization is Sequential
               File Status  is AuditArchStatus.
           Select Archreg-File Assign to "ARCHREG"
               Organization is Sequential
               File Status  is ArchregStatus.
           Select Gencat-File Assign to "GENCAT"
               Organization is Sequential
               File Status  is GencatStatus.
           Select Alerts-File Assign to "ALERTS"
               Organization is Sequential
               File Status  is AlertsStatus.
           05  Bathist-File-Rc           Pic x(04).
           05  Filler                    Pic x(12).

       FD  Rctable-File
           Label Records are Standard.
       01  Rctable-File-Rec.
           05  Rctable-File-Key       Pic x(08).
           05  Rctable-File-Clean-Max Pic x(04).
           05  Rctable-File-Warn-Max  Pic x(04).
           05  Filler                 Pic x(16).

       FD  Delivmst-File
           Label Records are Standard.
       01  Delivmst-File-Rec.
           05  Delivmst-File-Key      Pic x(08).
           05  Delivmst-File-Name     Pic x(30).
           05  Delivmst-File-Job      Pic x(08).
           05  Delivmst-File-Deadline Pic x(08).
           05  Delivmst-File-Days.
               10  Delivmst-File-Day Occurs 7
                                      Pic x(01).
           05  Delivmst-File-Dom      Pic x(02).
           05  Delivmst-File-Hol      Pic x(01).
           05  Filler                 Pic x(16).

       FD  Incident-File
           Label Records are Standard.
       01  Incident-File-Rec.
           05  Incident-File-Key.
               10  Incident-File-Job      Pic x(08).
               10  Incident-File-Run-Date Pic x(08).
           05  Incident-File-Status       Pic x(06).
           05  Incident-File-Open-Date    Pic x(08).
           05  Incident-File-Open-Time    Pic 9(08).
           05  Incident-File-Rc           Pic x(04).
           05  Incident-File-Fails        Pic 9(02).
           05  Incident-File-Assignee     Pic x(20).
           05  Incident-File-Assign-Kind  Pic x(01).
           05  Incident-File-Rerun-Att    Pic 9(02).
           05  Incident-File-Rerun-State  Pic x(12).
           05  Incident-File-Disp-Reason  Pic x(02).
           05  Incident-File-Disp-Comment Pic x(30).
           05  Incident-File-Cause        Pic x(04).
           05  Incident-File-Resolution   Pic x(60).
           05  Incident-File-Closed-By    Pic x(08).
           05  Incident-File-Closed-Date  Pic x(08).
           05  Incident-File-Closed-Time  Pic 9(08).
           05  Incident-File-Fail-Start   Pic x(08).
           05  Filler                     Pic x(01).

       FD  Hdesk-File
           Label Records are Standard.
       01  Hdesk-File-Rec.
           05  Hdesk-File-Event           Pic x(04).
           05  Hdesk-File-Job             Pic x(08).
           05  Hdesk-File-Run-Date        Pic x(08).
           05  Hdesk-File-Date            Pic x(08).
           05  Hdesk-File-Time            Pic 9(08).
           05  Hdesk-File-Status          Pic x(06).
           05  Hdesk-File-Rc              Pic x(04).
           05  Hdesk-File-Fails           Pic 9(02).
           05  Hdesk-File-Assignee        Pic x(20).
           05  Hdesk-File-Assign-Kind     Pic x(01).
           05  Hdesk-File-Rerun-Att       Pic 9(02).
           05  Hdesk-File-Rerun-State     Pic x(12).
           05  Hdesk-File-Disp-Reason     Pic x(02).
           05  Hdesk-File-Disp-Comment    Pic x(30).
           05  Hdesk-File-Cause           Pic x(04).
           05  Hdesk-File-Resolution      Pic x(60).
           05  Hdesk-File-Oper            Pic x(08).
           05  Filler                     Pic x(13).

       FD  Schdexp-File
           Label Records are Standard.
       01  Schdexp-File-Rec.
           05  Schdexp-File-Job           Pic x(08).
           05  Schdexp-File-Start         Pic x(08).
           05  Schdexp-File-Comp          Pic x(08).
           05  Schdexp-File-Pred          Pic x(08).
           05  Schdexp-File-Days          Pic x(07).
           05  Schdexp-File-Dom           Pic x(02).
           05  Schdexp-File-Hol           Pic x(01).
           05  Filler                     Pic x(38).

       FD  Chgjrnl-File
           Label Records are Standard.
       01  Chgjrnl-File-Rec.
           05  Chgjrnl-File-Date      Pic x(08).
           05  Chgjrnl-File-Time      Pic 9(08).
           05  Chgjrnl-File-Master    Pic x(08).
           05  Chgjrnl-File-Action    Pic x(03).
           05  Chgjrnl-File-Key       Pic x(08).
           05  Chgjrnl-File-Oper      Pic x(08).
           05  Chgjrnl-File-Ticket    Pic x(10).
           05  Chgjrnl-File-Before    Pic x(160).
           05  Chgjrnl-File-After     Pic x(160).
           05  Filler                 Pic x(27).

       FD  Ovrdreg-File
           Label Records are Standard.
       01  Ovrdreg-File-Rec.
           05  Ovrdreg-File-Date      Pic x(08).
           05  Ovrdreg-File-Time      Pic 9(08).
           05  Ovrdreg-File-Kind      Pic x(10).
           05  Ovrdreg-File-Subject   Pic x(20).
           05  Ovrdreg-File-Requester Pic x(08).
           05  Ovrdreg-File-Approver  Pic x(08).
           05  Ovrdreg-File-Reason    Pic x(40).
           05  Filler                 Pic x(18).

       FD  Audit-Archive-File
           Label Records are Standard.
       01  Audit-Archive-Rec            Pic x(80).
           05  Archreg-File-Date      Pic x(08).
           05  Filler                 Pic x(20).

       FD  Gencat-File
           Label Records are Standard.
       01  Gencat-File-Rec.
           05  Gencat-File-No         Pic 9(05).
           05  Gencat-File-Dir        Pic x(12).
           05  Gencat-File-Date       Pic x(06).
           05  Gencat-File-Time       Pic x(08).
           05  Gencat-File-Reason     Pic x(08).
           05  Gencat-File-Oper       Pic x(08).
           05  Gencat-File-Run-Date   Pic x(08).
           05  Gencat-File-Files      Pic 9(02).
           05  Filler                 Pic x(23).

       FD  Alerts-File
           Label Records are Standard.
       01  Alerts-File-Rec.
           05  Alerts-File-Job        Pic x(08).
           05  Alerts-File-Rc         Pic x(04).
           05  Alerts-File-Oper       Pic x(08).
           05  Alerts-File-Run-Date   Pic x(08).
           05  Filler                 Pic x(34).

       FD  Startup-Error-File
           Label Records are Standard.
      *  message loop below is skipped, RunUnattendedNight does the
      *  night's verification, extract, and trend report straight
      *  from the files, and the program ends with a return code the
      *  batch stream can test.  PMABOUTRUN=CHECK runs only the
      *  cross-file integrity check the same way, and the return
      *  code is the check's own.
      ****************************************************************
           Accept UnattendedSwitch from Environment 'PMABOUTRUN'.
           If UnattendedSwitch = 'BATCH'
               Move UnattendedRc to Return-Code
               STOP RUN
           End-If.
           If UnattendedSwitch = 'CHECK'
               Set UnattendedMode to True
               Perform RunUnattendedCheck
               Move UnattendedRc to Return-Code
               STOP RUN
           End-If.

           Call OS2API '__WinInitialize'
                 using  by value UShortNull
      *  supervisor action at the console (DoVerifyNight), and the
      *  batch stream gets no wider a door.  The control record
      *  comes from the key in PMABOUTKEY (MAIN when not set).
      *  Verification, the shift extract, the trend report, the
      *  run forecast, and (PMABOUTSYNC=Y) the scheduler definition
      *  reconciliation then run with every dialog suppressed --
      *  message boxes become UNATT-MSG audit records, and any
      *  override is refused for want of a second supervisor -- and
      *  UnattendedRc is left for the scheduler: 0 pass, 4
      *  verification failed, 8 the run could not be made at all
      *  (no supervisor authority, no control record, or nothing to
      *  verify against).  The integrity check is not part of this
      *  run; it has its own (RunUnattendedCheck).
      ****************************************************************
           Move 8 to UnattendedRc.


                   Perform DoExportExtract
                   Perform DoTrendReport
                   Perform RunForecastBatch
                   Perform RunSyncBatch

                   Move 'UNATT-END' to AuditAction
                   Move Spaces      to AuditDetail
               End-If
           End-If.

      *--------------------------------------------------------------*
       RunUnattendedCheck Section.
      *--------------------------------------------------------------*
      *  The unattended integrity run (PMABOUTRUN=CHECK).  The
      *  USERID is signed on and must carry supervisor authority,
      *  as for RunUnattendedNight; then only the cross-file
      *  integrity check runs, and UnattendedRc is its return code
      *  for the scheduler: 0 clean, 4 orphan rows or a stale lock,
      *  8 a history, cutover, or supervisor gap -- or 8 when the
      *  USERID may not run it.  No control record is needed and
      *  nothing of the night is verified, extracted, or reported.
      ****************************************************************
           Move 8 to UnattendedRc.

           Accept ProfileUserId from Environment 'USERID'.
           If ProfileUserId = Spaces
               Move 'DEFAULT' to ProfileUserId
           End-If.
           Perform ValidateOperator.

           If OperIsSignedOn and OperIsSupervisor
               Move 'UNATT-CHK' to AuditAction
               Move Spaces      to AuditDetail
               Perform AppendAuditRecord
               Perform RunIntegrityCheck
               Move IntegRc to UnattendedRc
           End-If.

      *--------------------------------------------------------------*
       LoadControlForBatch Section.
      *--------------------------------------------------------------*
      *  Reads the control record named by UnattendedKey into the
      *  in-memory record the verification, extract, and trend
      *  passes all key from, then opens any incident the night's
      *  failed steps are missing.  Leaves BatctlIsLoaded false when
      *  the file or the record does not exist.
      ****************************************************************
           Set BatctlIsLoaded to False.
           Move UnattendedKey to Batctl-File-Key.
               End-If
               Close Batctl-File
           End-If.
           If BatctlIsLoaded
               Perform OpenMissedIncidents
           End-If.

      *--------------------------------------------------------------*
       LogStartupError Section.
                             Move 'AB-TREND'  to AuditAction
                             Perform WriteAuditRecord
                             Perform DoTrendReport
                        When AB-Forecast
                             Move 'AB-FCST'   to AuditAction
                             Perform WriteAuditRecord
                             Perform DoForecast
                        When AB-Integrity
                             Move 'AB-INTEG'  to AuditAction
                             Perform WriteAuditRecord
                             Perform DoIntegrityCheck
                        When AB-Export
                             Move 'AB-EXPORT' to AuditAction
                             Perform WriteAuditRecord
                             Move 'AB-NOTES'  to AuditAction
                             Perform WriteAuditRecord
                             Perform DoShiftNotes
                        When AB-RcTable
                             Move 'AB-RCTAB'  to AuditAction
                             Perform WriteAuditRecord
                             Perform DoRcTableMaint
                        When AB-ChgReport
                             Move 'AB-CHGRPT' to AuditAction
                             Perform WriteAuditRecord
                             Perform DoChangeReport
                        When AB-OvrdReport
                             Move 'AB-OVRDRPT' to AuditAction
                             Perform WriteAuditRecord
                             Perform DoOvrdReport
                        When AB-Deliverables
                             Move 'AB-DELIV'  to AuditAction
                             Perform WriteAuditRecord
                             Perform DoDelivMaint
                        When AB-SlaReport
                             Move 'AB-SLARPT' to AuditAction
                             Perform WriteAuditRecord
                             Perform DoSlaReport
                        When AB-Incidents
                             Move 'AB-INCID'  to AuditAction
                             Perform WriteAuditRecord
                             Perform DoIncidents
                        When AB-IncidAging
                             Move 'AB-INCAGE' to AuditAction
                             Perform WriteAuditRecord
                             Perform DoIncidentAging
                        When AB-SchedSync
                             Move 'AB-SYNC'   to AuditAction
                             Perform WriteAuditRecord
                             Perform DoSchedSync
                        When AB-Backup
                             Move 'AB-BACKUP' to AuditAction
                             Perform WriteAuditRecord
                             Perform DoBackup
                        When AB-NightInq
                             Move 'AB-NIGHT' to AuditAction
                             Perform WriteAuditRecord
                             Perform DoNightInquiry
                        When AB-Help
                             Move 'AB-HELP'   to AuditAction
                             Perform WriteAuditRecord
      *  are still open.  Every file is opened once per cycle and
      *  closed before this section ends -- the paint, alert scan,
      *  rerun tracking, and row selection that follow all read the
      *  table instead of the files.  The return-code table is
      *  re-read first so each step's OK/WARN/FAIL state is judged
      *  once, here, against the limits currently on file.
      ****************************************************************
           Move 0 to DashSnapCount.
           Perform LoadRcTable.
           Perform OpenScheduleScan.
           Perform OpenHistoryCapture.
           Perform OpenRerunScan.
                 to DashSnapComp(DashSnapCount)
               Move Batstat-File-Return-Code
                 to DashSnapRc(DashSnapCount)
               Move Batstat-File-Key         to RcCheckJob
               Move Batstat-File-Return-Code to RcCheckValue
               Perform ClassifyStepRc
               Move RcStateText to DashSnapRcState(DashSnapCount)
               Move 'N' to DashSnapMissing(DashSnapCount)

               Move Batstat-File-Key to CalCheckJob
                                 to DashSnapComp(DashSnapCount)
                               Move Spaces
                                 to DashSnapRc(DashSnapCount)
                               Move Spaces
                                 to DashSnapRcState(DashSnapCount)
                               Move 'Y'
                                 to DashSnapMissing(DashSnapCount)
                               Move 'Y'
      *--------------------------------------------------------------*
      *  Builds one dashboard display line from the snapshot entry
      *  at DashSnapIx, and picks the color it is drawn in: red for
      *  a failed, flagged, or MISSING step, brown for a step that
      *  ended with a warning return code, dark green for a step
      *  that completed clean, the neutral foreground for a step
      *  still running or not yet started.  The OK/WARN/FAIL state
      *  was judged against RCTABLE when the snapshot was loaded.
      *  The same judgements FormatDashLine makes on the report
      *  path, made from the table instead of the files.
      ****************************************************************
           If DashSnapMissing(DashSnapIx) = 'Y'
               Move CLR-RED to DashLineColor
               End-String
           Else
               Move CLR-NEUTRAL to DashLineColor
               Move DashSnapRcState(DashSnapIx) to RcStateText
               If RcIsFail
                   Move CLR-RED to DashLineColor
               Else
                   If RcIsWarn
                       Move CLR-BROWN to DashLineColor
                   Else
                       If DashSnapComp(DashSnapIx) not = Spaces
                           Move CLR-DARKGREEN to DashLineColor
                       End-If
                   End-If
               End-If

                      DashSnapComp(DashSnapIx)  Delimited by Size
                      '  '                      Delimited by Size
                      DashSnapRc(DashSnapIx)    Delimited by Size
                      ' '                       Delimited by Size
                      DashSnapRcState(DashSnapIx)
                                                Delimited by Size
                      ' '                       Delimited by Size
                      SchedFlagText             Delimited by Size
                      DashSnapRerun(DashSnapIx) Delimited by Size
                 Into DashLineText
      *--------------------------------------------------------------*
      *  Builds one dashboard display line from the step just read,
      *  and picks the color it is drawn in: red for a step that
      *  ended with a failing return code, brown for one that ended
      *  with a warning, dark green for a step that completed
      *  clean, the neutral foreground for a step still running or
      *  not yet started.  The OK/WARN/FAIL state printed beside
      *  the return code comes from ClassifyStepRc.  When the job
      *  schedule master is open, CheckScheduleFlag appends a
      *  LATE/OVERDUE flag (and forces red) for a step off its
      *  expected times.
      ****************************************************************
           Move Batstat-File-Key         to RcCheckJob.
           Move Batstat-File-Return-Code to RcCheckValue.
           Perform ClassifyStepRc.

           Move CLR-NEUTRAL to DashLineColor.
           If RcIsFail
               Move CLR-RED to DashLineColor
           Else
               If RcIsWarn
                   Move CLR-BROWN to DashLineColor
               Else
                   If Batstat-File-Comp-Time not = Spaces
                       Move CLR-DARKGREEN to DashLineColor
                   End-If
               End-If
           End-If.

                  Batstat-File-Comp-Time    Delimited by Size
                  '  '                     Delimited by Size
                  Batstat-File-Return-Code  Delimited by Size
                  ' '                      Delimited by Size
                  RcStateText              Delimited by Size
                  ' '                      Delimited by Size
                  SchedFlagText            Delimited by Size
                  RerunFlagText            Delimited by Size
             Into DashLineText.

      *--------------------------------------------------------------*
       LoadRcTable Section.
      *--------------------------------------------------------------*
      *  Reads RCTABLE into RcTable so ClassifyStepRc never touches
      *  a file.  The *DEFAULT record, when there is one, replaces
      *  the built-in shop default (0000 clean, up to 0004 a
      *  warning) for every job not listed.  No RCTABLE file at
      *  all simply leaves every job on the shop default.
      ****************************************************************
           Move 0              to RcTableCount.
           Move RcShopCleanMax to RcDefaultCleanMax.
           Move RcShopWarnMax  to RcDefaultWarnMax.

           Open Input Rctable-File.
           If not RctableFileMissing
               Set RcTableIsAtEnd to False
               Move Low-Values to Rctable-File-Key
               Start Rctable-File Key is Greater than or Equal
                     Rctable-File-Key
                   Invalid Key
                       Set RcTableIsAtEnd to True
               End-Start

               Perform until RcTableIsAtEnd
                   Read Rctable-File Next Record
                       At End
                           Set RcTableIsAtEnd to True
                       Not At End
                           If Rctable-File-Key = RcDefaultKey
                               Move Rctable-File-Clean-Max
                                 to RcDefaultCleanMax
                               Move Rctable-File-Warn-Max
                                 to RcDefaultWarnMax
                           Else
                               If RcTableCount < RcTableMax
                                   Add 1 to RcTableCount
                                   Move Rctable-File-Key
                                     to RcTabJob(RcTableCount)
                                   Move Rctable-File-Clean-Max
                                     to RcTabCleanMax(RcTableCount)
                                   Move Rctable-File-Warn-Max
                                     to RcTabWarnMax(RcTableCount)
                               End-If
                           End-If
                   End-Read
               End-perform
               Close Rctable-File
           End-If.

           Set RcTableIsLoaded to True.

      *--------------------------------------------------------------*
       ClassifyStepRc Section.
      *--------------------------------------------------------------*
      *  Judges return code RcCheckValue for job RcCheckJob against
      *  the job's RCTABLE limits -- the shop default when the job
      *  is not listed -- and leaves RcStateText OK, WARN, or FAIL.
      *  A blank return code (a step not yet complete) is none of
      *  the three, and a code that is not four digits, such as an
      *  abend code, is always a failure.  Every place a step's
      *  return code is judged comes through here, so the
      *  dashboard, alerts, verification, the extract, and the
      *  monthly report can never disagree about a step.
      ****************************************************************
           If not RcTableIsLoaded
               Perform LoadRcTable
           End-If.

           Move RcDefaultCleanMax to RcCheckCleanMax.
           Move RcDefaultWarnMax  to RcCheckWarnMax.
           Perform varying RcTableIx from 1 by 1
                   until RcTableIx > RcTableCount
               If RcTabJob(RcTableIx) = RcCheckJob
                   Move RcTabCleanMax(RcTableIx) to RcCheckCleanMax
                   Move RcTabWarnMax(RcTableIx)  to RcCheckWarnMax
               End-If
           End-Perform.

           Evaluate True
               When RcCheckValue = Spaces
                    Set RcIsNone  to True
               When RcCheckValue is not Numeric
                    Set RcIsFail  to True
               When RcCheckValue not > RcCheckCleanMax
                    Set RcIsClean to True
               When RcCheckValue not > RcCheckWarnMax
                    Set RcIsWarn  to True
               When Other
                    Set RcIsFail  to True
           End-Evaluate.

      *--------------------------------------------------------------*
       DrawDashLine Section.
      *--------------------------------------------------------------*
                          DetailDoc2Text, DetailDoc3Text.
           Set JobdocWasFound to False.

           Move DetailJobText     to RcCheckJob.
           Move DetailRetCodeText to RcCheckValue.
           Perform ClassifyStepRc.
           If RcIsFail
               Open Input Jobdoc-File
               If not JobdocFileMissing
                   Move DetailJobText to Jobdoc-File-Key
      *  has taken the cycle's dashboard snapshot.  Walks the
      *  snapshot comparing every step with the alert state table
      *  from the previous pass; CheckStepAlert queues an operator
      *  alert for a step whose return code became a failure since
      *  then, or a running, due step gone past the expected
      *  completion joined into the snapshot.  The state table is
      *  then left current for the next pass.  The same pass keeps
       CheckStepAlert Section.
      *--------------------------------------------------------------*
      *  Judges the dashboard snapshot entry at DashSnapIx against
      *  its alert state entry.  A return code newly judged a
      *  failure by RCTABLE (including a failure already on the
      *  board when the program starts, when no state entry exists
      *  yet) queues a STEP-FAIL alert -- a warning return code
      *  never does; a running, due step past the expected
      *  completion joined into the snapshot queues OVERDUE once
      *  until the step completes.  The state entry is updated at
      *  detection time, before any dialog can run, so a tick
      *  processed while an alert sits unacknowledged cannot
      *  re-detect the same failure and duplicate it.
      ****************************************************************
           Move 0 to AlertSnapFoundIx.
           Perform varying AlertSnapIx from 1 by 1

           If AlertSnapFoundIx > 0
               Move AlertSnapFoundIx to AlertSnapIx
               Move DashSnapJob(DashSnapIx) to RcCheckJob
               Move AlertPrevRc             to RcCheckValue
               Perform ClassifyStepRc
               Set AlertPrevWasFail to False
               If RcIsFail
                   Set AlertPrevWasFail to True
               End-If
               Move DashSnapRcState(DashSnapIx) to RcStateText
               If RcIsFail and not AlertPrevWasFail
                   Move DashSnapRc(DashSnapIx)
                     to AlertSnapRc(AlertSnapIx)
                   Move 'STEP-FAIL' to AlertTypeText
                   Move DashSnapJob(DashSnapIx) to AlertJobText
                   Move DashSnapRc(DashSnapIx)  to AlertRcText
                   Move DashSnapStart(DashSnapIx)
                     to AlertStartText
                   Perform QueueStepAlert
               End-If
               Move DashSnapRc(DashSnapIx)
                       Move 'OVERDUE' to AlertTypeText
                       Move DashSnapJob(DashSnapIx) to AlertJobText
                       Move DashSnapRc(DashSnapIx)  to AlertRcText
                       Move DashSnapStart(DashSnapIx)
                         to AlertStartText
                       Perform QueueStepAlert
                   End-If
               End-If
       QueueStepAlert Section.
      *--------------------------------------------------------------*
      *  Adds the alert described by AlertTypeText/AlertJobText/
      *  AlertRcText/AlertStartText to the pending table;
      *  RaisePendingAlerts puts
      *  the dialogs up once the file pass is over.
      ****************************************************************
           If AlertPendCount < DashSnapMax
               Move AlertTypeText to AlertPendType(AlertPendCount)
               Move AlertJobText  to AlertPendJob(AlertPendCount)
               Move AlertRcText   to AlertPendRc(AlertPendCount)
               Move AlertStartText to AlertPendStart(AlertPendCount)
           End-If.

      *--------------------------------------------------------------*
               Move AlertPendType(AlertPendIx) to AlertTypeText
               Move AlertPendJob(AlertPendIx)  to AlertJobText
               Move AlertPendRc(AlertPendIx)   to AlertRcText
               Move AlertPendStart(AlertPendIx) to AlertStartText
               Perform RaiseAlert
           End-Perform.
           Move 0 to AlertPendCount.
      *  come in: a start time different from the one on file when
      *  the request was made means the scheduler restarted the
      *  step; a completion after that settles it COMPLETED or
      *  ABENDED by the return code's RCTABLE state (a warning
      *  counts as completed).  The queue is open I-O from the
      *  scan pass.  The snapshot's rerun tail is rebuilt from the
      *  record afterwards, so the paint that follows this tick
      *  shows the post-track state -- not the state as of the
               Invalid Key
                   Continue
               Not Invalid Key
                   Move DashSnapRcState(DashSnapIx) to RcStateText
                   Evaluate Rerun-File-State
                       When 'RERUN-REQ'
                            If DashSnapStart(DashSnapIx) not = Spaces
                                    Move 'RESTARTED' to
                                         Rerun-File-State
                                Else
                                    If RcIsFail
                                        Move 'ABENDED' to
                                             Rerun-File-State
                                    Else
                                        Move 'COMPLETED' to
                                             Rerun-File-State
                                    End-If
                                End-If
                            End-If
                       When 'RESTARTED'
                            If DashSnapComp(DashSnapIx) not = Spaces
                                If RcIsFail
                                    Move 'ABENDED' to
                                         Rerun-File-State
                                Else
                                    Move 'COMPLETED' to
                                         Rerun-File-State
                                End-If
                                Rewrite Rerun-File-Rec
      *  signed-on operator, the reason code keyed on the dialog,
      *  and an attempt number one higher than any request already
      *  on file.  The start time on display is kept so the state
      *  tracker can tell a fresh start from the failed one.  The
      *  request is linked onto the job's incident, if it has one.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
               Move VerifyNoCtlText to InfoMsgTextText
               Perform ShowInfoMessage
            Else
             Move DetailJobText     to RcCheckJob
             Move DetailRetCodeText to RcCheckValue
             Perform ClassifyStepRc
             If not RcIsFail
               Move RerunReqTitle      to InfoMsgTitleText
               Move RerunNotFailedText to InfoMsgTextText
               Perform ShowInfoMessage
               End-Rewrite
               Close Rerun-File

               Move DetailJobText   to IncidKeyJob
               Move Batctl-Run-Date to IncidKeyDate
               Perform LinkIncident

               Move 'RERUN-REQ'    to AuditAction
               Move DetailJobText  to AuditDetail
               Perform AppendAuditRecord
       AskRerunOverride Section.
      *--------------------------------------------------------------*
      *  Yes/No warning for a rerun of a job whose run book says it
      *  is not restartable.  Yes still needs a second supervisor's
      *  approval (ObtainSecondApproval); once approved it is
      *  audited as RERUN-NR before the request proceeds.  No, or no
      *  approval, refuses the request.
      ****************************************************************
           Move 'RERUN-NR'    to OvrdKind.
           Move DetailJobText to OvrdSubject.
           If UnattendedMode
               Perform ObtainSecondApproval
           Else
               Move Low-Values to RerunAskMsgNull, RerunAskTitleNull
               Compute MsgBoxControls = MB-YESNO + MB-ICONQUESTION
                                      + MB-APPLMODAL + MB-MOVEABLE
               Call OS2API '__WinMessageBox'
                     using  by value HWND-DESKTOP
                            by value hwndClient
                            by reference RerunAskMsg
                            by reference RerunAskTitle
                            by value UShortNull
                            by value MsgBoxControls
                     returning MsgBoxButton
               If MsgBoxButton = MBID-YES
                   Perform ObtainSecondApproval
               Else
                   Set OvrdWasApproved to False
               End-If
           End-If.

           If OvrdWasApproved
               Move 'RERUN-NR'    to AuditAction
               Move DetailJobText to AuditDetail
               Perform AppendAuditRecord
      *  list, writes the alert to the ALERTS file, and raises the
      *  modal alert dialog.  The operator's acknowledgement (who,
      *  when) is written as an ACK record; closing the dialog any
      *  other way leaves the alert unacknowledged on file.  A
      *  STEP-FAIL alert also opens (or adds to) the job's incident
      *  for the night before the dialog goes up.
      ****************************************************************
           Move WA-ERROR to AlertAlarmStyle.
           Call OS2API '__WinAlarm'
           Accept AlertTimeValue from Time.
           Move Spaces to AlertOperText.
           Perform WriteAlertRecord.
           If AlertTypeText = 'STEP-FAIL'
               Perform OpenStepIncident
           End-If.

           Move Spaces to AlertMsgText.
           String AlertJobText  Delimited by Space
      *--------------------------------------------------------------*
      *  Appends one record to the sequential ALERTS file.  The
      *  caller sets AlertTimeValue, AlertTypeText, AlertJobText,
      *  AlertRcText, and AlertOperText beforehand; the record is
      *  stamped with the current run date.
      ****************************************************************
           Open Extend Alerts-File.
           If AlertsFileMissing
           Move AlertJobText   to Alerts-File-Job.
           Move AlertRcText    to Alerts-File-Rc.
           Move AlertOperText  to Alerts-File-Oper.
           Move Batctl-Run-Date to Alerts-File-Run-Date.
           Write Alerts-File-Rec.

           Close Alerts-File.

      *--------------------------------------------------------------*
       OpenStepIncident Section.
      *--------------------------------------------------------------*
      *  Performed by RaiseAlert for every STEP-FAIL alert, before
      *  the alert dialog goes up, and by OpenMissedIncidents.
      *  Opens an incident for the job and the current run date,
      *  assigned to the run book contact (or the signed-on
      *  operator when the run book names none), with the failing
      *  step's start time from AlertStartText.  When the job
      *  already has an incident tonight, the same start time is
      *  the same failure raised again (a restart of the program,
      *  or another console) and nothing is changed; a different
      *  start time is a rerun that failed again, counted against
      *  the incident and reopening it if it had been closed.  Any
      *  rerun request and disposition already on file are linked
      *  in, and the event (OPEN, or FAIL for a repeat) goes to the
      *  help-desk file.  Every file is closed again before
      *  returning.
      ****************************************************************
           If Batctl-Run-Date not = Spaces
               Move AlertJobText    to IncidKeyJob
               Move Batctl-Run-Date to IncidKeyDate
               Perform GetRunBookContact

               Open I-O Incident-File
               If IncidentFileMissing
                   Open Output Incident-File
                   Close Incident-File
                   Open I-O Incident-File
               End-If

               Move IncidKeyJob  to Incident-File-Job
               Move IncidKeyDate to Incident-File-Run-Date
               Read Incident-File
                   Invalid Key
                       Set IncidWasFound to False
                   Not Invalid Key
                       Set IncidWasFound to True
               End-Read

               Accept IncidDateValue from Date
               Accept IncidTimeValue from Time
               Move Spaces to IncidEvent
               If IncidWasFound
                   If Incident-File-Fail-Start not = AlertStartText
                       If Incident-File-Fails < 99
                           Add 1 to Incident-File-Fails
                       End-If
                       Move AlertRcText    to Incident-File-Rc
                       Move AlertStartText to Incident-File-Fail-Start
                       If Incident-File-Status not = 'OPEN'
                           Move 'OPEN' to Incident-File-Status
                           Move Spaces to Incident-File-Cause,
                                          Incident-File-Resolution,
                                          Incident-File-Closed-By,
                                          Incident-File-Closed-Date
                           Move 0      to Incident-File-Closed-Time
                       End-If
                       Perform RefreshIncidentLinks
                       Rewrite Incident-File-Rec
                           Invalid Key
                               Continue
                       End-Rewrite
                       Move 'FAIL'     to IncidEvent
                       Move 'INC-FAIL' to AuditAction
                   End-If
               Else
                   Move Spaces         to Incident-File-Rec
                   Move IncidKeyJob    to Incident-File-Job
                   Move IncidKeyDate   to Incident-File-Run-Date
                   Move 'OPEN'         to Incident-File-Status
                   Move IncidDateValue to Incident-File-Open-Date
                   Move IncidTimeValue to Incident-File-Open-Time
                   Move AlertRcText    to Incident-File-Rc
                   Move AlertStartText to Incident-File-Fail-Start
                   Move 1              to Incident-File-Fails
                   If IncidContactWork not = Spaces
                       Move IncidContactWork to Incident-File-Assignee
                       Move 'C' to Incident-File-Assign-Kind
                   Else
                       Move ProfileUserId to Incident-File-Assignee
                       Move 'O' to Incident-File-Assign-Kind
                   End-If
                   Move 0 to Incident-File-Rerun-Att,
                             Incident-File-Closed-Time
                   Perform RefreshIncidentLinks
                   Write Incident-File-Rec
                       Invalid Key
                           Continue
                   End-Write
                   Move 'OPEN'     to IncidEvent
                   Move 'INC-OPEN' to AuditAction
               End-If

               If IncidEvent not = Spaces
                   Perform WriteHdeskRecord
               End-If
               Close Incident-File

               If IncidEvent not = Spaces
                   Move IncidKeyJob to AuditDetail
                   Perform AppendAuditRecord
               End-If
           End-If.

      *--------------------------------------------------------------*
       OpenMissedIncidents Section.
      *--------------------------------------------------------------*
      *  Performed whenever a control record is loaded (DoFileOpen,
      *  LoadControlForBatch).  The alert scan raises STEP-FAIL for
      *  a failure once only, and with no control record loaded
      *  there is no run date to open its incident under -- so
      *  every step of the night that RCTABLE judges a failure and
      *  has no incident yet gets one here, just as RaiseAlert
      *  would have opened it.  Steps that already have one are
      *  left alone.
      ****************************************************************
           If Batctl-Run-Date not = Spaces
               Open Input Batstat-File
               If not BatstatFileMissing
                   Perform LoadRcTable
                   Set IncidSweepIsAtEnd to False
                   Move Low-Values to Batstat-File-Key
                   Start Batstat-File Key is Greater than or Equal
                         Batstat-File-Key
                       Invalid Key
                           Set IncidSweepIsAtEnd to True
                   End-Start
                   Perform until IncidSweepIsAtEnd
                       Read Batstat-File Next Record
                           At End
                               Set IncidSweepIsAtEnd to True
                           Not At End
                               Perform OpenMissedOneIncident
                       End-Read
                   End-perform
                   Close Batstat-File
               End-If
           End-If.

      *--------------------------------------------------------------*
       OpenMissedOneIncident Section.
      *--------------------------------------------------------------*
      *  Opens the incident for the BATSTAT step just read when its
      *  return code is a failure and the night has no incident for
      *  the job yet.
      ****************************************************************
           Move Batstat-File-Key         to RcCheckJob.
           Move Batstat-File-Return-Code to RcCheckValue.
           Perform ClassifyStepRc.
           If RcIsFail
               Set IncidWasFound to False
               Open Input Incident-File
               If not IncidentFileMissing
                   Move Batstat-File-Key to Incident-File-Job
                   Move Batctl-Run-Date  to Incident-File-Run-Date
                   Read Incident-File
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Set IncidWasFound to True
                   End-Read
                   Close Incident-File
               End-If
               If not IncidWasFound
                   Move Batstat-File-Key         to AlertJobText
                   Move Batstat-File-Return-Code to AlertRcText
                   Move Batstat-File-Start-Time  to AlertStartText
                   Perform OpenStepIncident
               End-If
           End-If.

      *--------------------------------------------------------------*
       GetRunBookContact Section.
      *--------------------------------------------------------------*
      *  Looks up the run book contact for the job in IncidKeyJob
      *  into IncidContactWork -- spaces when there is no run book
      *  record, or it names no contact.
      ****************************************************************
           Move Spaces to IncidContactWork.
           Open Input Jobdoc-File.
           If not JobdocFileMissing
               Move IncidKeyJob to Jobdoc-File-Key
               Read Jobdoc-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move Jobdoc-File-Contact to IncidContactWork
               End-Read
               Close Jobdoc-File
           End-If.

      *--------------------------------------------------------------*
       RefreshIncidentLinks Section.
      *--------------------------------------------------------------*
      *  Brings the incident record in Incident-File-Rec up to date
      *  with the rerun request (attempt and recovery state) and the
      *  exception disposition (reason and comment) on file for the
      *  same job and run date.  Only the record area is changed;
      *  the caller rewrites it when it should be kept.
      ****************************************************************
           Open Input Rerun-File.
           If not RerunFileMissing
               Move Incident-File-Job      to Rerun-File-Job
               Move Incident-File-Run-Date to Rerun-File-Run-Date
               Read Rerun-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move Rerun-File-Attempt
                         to Incident-File-Rerun-Att
                       Move Rerun-File-State
                         to Incident-File-Rerun-State
               End-Read
               Close Rerun-File
           End-If.

           Open Input Excpdisp-File.
           If not ExcpdispFileMissing
               Move Incident-File-Job      to Excpdisp-File-Job
               Move Incident-File-Run-Date to Excpdisp-File-Run-Date
               Read Excpdisp-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move Excpdisp-File-Reason
                         to Incident-File-Disp-Reason
                       Move Excpdisp-File-Comment
                         to Incident-File-Disp-Comment
               End-Read
               Close Excpdisp-File
           End-If.

      *--------------------------------------------------------------*
       LinkIncident Section.
      *--------------------------------------------------------------*
      *  Performed once a rerun request or an exception disposition
      *  has been written for the job and run date in IncidKeyJob/
      *  IncidKeyDate.  When an incident is on file for them, the
      *  new rerun or disposition details are linked onto it and
      *  the link goes to the help-desk file.  No incident, no
      *  action.
      ****************************************************************
           Open I-O Incident-File.
           If not IncidentFileMissing
               Move IncidKeyJob  to Incident-File-Job
               Move IncidKeyDate to Incident-File-Run-Date
               Read Incident-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Perform RefreshIncidentLinks
                       Rewrite Incident-File-Rec
                           Invalid Key
                               Continue
                       End-Rewrite
                       Accept IncidDateValue from Date
                       Accept IncidTimeValue from Time
                       Move 'LINK' to IncidEvent
                       Perform WriteHdeskRecord
               End-Read
               Close Incident-File
           End-If.

      *--------------------------------------------------------------*
       WriteHdeskRecord Section.
      *--------------------------------------------------------------*
      *  Appends one event to the help-desk outbound file in the
      *  fixed layout documented with the incident definitions,
      *  from the incident in Incident-File-Rec.  The caller sets
      *  IncidEvent, IncidDateValue, and IncidTimeValue.
      ****************************************************************
           Open Extend Hdesk-File.
           If HdeskFileMissing
               Open Output Hdesk-File
               Close Hdesk-File
               Open Extend Hdesk-File
           End-If.

           Move Spaces                     to Hdesk-File-Rec.
           Move IncidEvent                 to Hdesk-File-Event.
           Move Incident-File-Job          to Hdesk-File-Job.
           Move Incident-File-Run-Date     to Hdesk-File-Run-Date.
           Move IncidDateValue             to Hdesk-File-Date.
           Move IncidTimeValue             to Hdesk-File-Time.
           Move Incident-File-Status       to Hdesk-File-Status.
           Move Incident-File-Rc           to Hdesk-File-Rc.
           Move Incident-File-Fails        to Hdesk-File-Fails.
           Move Incident-File-Assignee     to Hdesk-File-Assignee.
           Move Incident-File-Assign-Kind  to Hdesk-File-Assign-Kind.
           Move Incident-File-Rerun-Att    to Hdesk-File-Rerun-Att.
           Move Incident-File-Rerun-State  to Hdesk-File-Rerun-State.
           Move Incident-File-Disp-Reason  to Hdesk-File-Disp-Reason.
           Move Incident-File-Disp-Comment to Hdesk-File-Disp-Comment.
           Move Incident-File-Cause        to Hdesk-File-Cause.
           Move Incident-File-Resolution   to Hdesk-File-Resolution.
           Move ProfileUserId              to Hdesk-File-Oper.
           Write Hdesk-File-Rec.

           Close Hdesk-File.

      *--------------------------------------------------------------*
       DoIncidents Section.
      *--------------------------------------------------------------*
      *  AB-Incidents.  Puts up the incident dialog: the list box
      *  shows every open incident, and the push buttons reassign
      *  or close the one keyed by job and run date.  The dialog
      *  stays up across operations; OK or Cancel ends it.
      ****************************************************************
           Set DialogProc to ENTRY 'IncidentDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-Incident
                       by value LongNull
                 returning ReturnData.

      *--------------------------------------------------------------*
       LoadIncidList Section.
      *--------------------------------------------------------------*
      *  Fills the incident list box with every open incident, its
      *  rerun and disposition links brought current.  Performed
      *  from IncidentDlgProc, so hwnd is the incident dialog.
      ****************************************************************
           Move LB-IncidList to IncidListWndId.
           Call OS2API '__WinWindowFromID'
                 using  by value hwnd
                        by value IncidListWndId
                 returning hwndIncidList.

           If hwndIncidList not = 0
               Move LM-DELETEALL to IncidListMsgId
               Call OS2API '__WinSendMsg'
                     using  by value hwndIncidList
                            by value IncidListMsgId
                            by value ULongNull
                            by value ULongNull
                     returning Mresult

               Open Input Incident-File
               If not IncidentFileMissing
                   Move LM-INSERTITEM to IncidListMsgId
                   Set IncidIsAtEnd to False
                   Move Low-Values to Incident-File-Key
                   Start Incident-File Key is Greater than or Equal
                         Incident-File-Key
                       Invalid Key
                           Set IncidIsAtEnd to True
                   End-Start

                   Perform until IncidIsAtEnd
                       Read Incident-File Next Record
                           At End
                               Set IncidIsAtEnd to True
                           Not At End
                               If Incident-File-Status = 'OPEN'
                                   Perform RefreshIncidentLinks
                                   Perform InsertIncidListItem
                               End-If
                       End-Read
                   End-perform
                   Close Incident-File
               End-If
           End-If.
           Move 0 to Mresult.

      *--------------------------------------------------------------*
       InsertIncidListItem Section.
      *--------------------------------------------------------------*
      *  Inserts one open incident (job, run date, return code,
      *  failures, assignee, rerun state, disposition reason) at
      *  the end of the incident list box.
      ****************************************************************
           Move Incident-File-Fails to IncidFailDisp.
           Move Spaces to IncidItemTextText.
           String Incident-File-Job              Delimited by Size
                  ' '                            Delimited by Size
                  Incident-File-Run-Date(1:6)    Delimited by Size
                  ' '                            Delimited by Size
                  Incident-File-Rc               Delimited by Size
                  ' '                            Delimited by Size
                  IncidFailDisp                  Delimited by Size
                  ' '                            Delimited by Size
                  Incident-File-Assignee         Delimited by Size
                  ' '                            Delimited by Size
                  Incident-File-Rerun-State      Delimited by Size
                  ' '                            Delimited by Size
                  Incident-File-Disp-Reason      Delimited by Size
             Into IncidItemTextText
           End-String.
           Move Low-Values to IncidItemTextNull.
           Move LIT-END    to IncidListIndex.
           Call OS2API '__WinSendMsg'
                 using  by value hwndIncidList
                        by value IncidListMsgId
                        by value IncidListIndex
                        by reference IncidItemText
                 returning Mresult.

      *--------------------------------------------------------------*
       CheckIncidAssignee Section.
      *--------------------------------------------------------------*
      *  Resolves the assignee keyed on the incident dialog: blank
      *  means the job's run book contact, anything else must be
      *  the ID of an active operator on OPERMAST.  Leaves the
      *  name or ID in IncidContactWork and its kind (C/O) in
      *  IncidAssignKind, with InfoMsgTextText set when it is not
      *  valid.
      ****************************************************************
           Set IncidAssignIsValid to False.
           If IncidAssignText = Spaces
               Perform GetRunBookContact
               If IncidContactWork = Spaces
                   Move IncidNoContactText to InfoMsgTextText
               Else
                   Move 'C' to IncidAssignKind
                   Set IncidAssignIsValid to True
               End-If
           Else
               Open Input Opermast-File
               If not OpermastFileMissing
                  and IncidAssignText(9:12) = Spaces
                   Move IncidAssignText(1:8) to Opermast-File-Key
                   Read Opermast-File
                       Invalid Key
                           Continue
                       Not Invalid Key
                           If Opermast-File-Active = 'Y'
                               Set IncidAssignIsValid to True
                           End-If
                   End-Read
               End-If
               If not OpermastFileMissing
                   Close Opermast-File
               End-If
               If IncidAssignIsValid
                   Move IncidAssignText to IncidContactWork
                   Move 'O' to IncidAssignKind
               Else
                   Move IncidBadAssignText to InfoMsgTextText
               End-If
           End-If.

      *--------------------------------------------------------------*
       IncidAssignEntry Section.
      *--------------------------------------------------------------*
      *  Reassigns the open incident keyed on the incident dialog.
      *  The reassignment is audited and sent to the help desk.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
               Move Spaces to InfoMsgTitleText, InfoMsgTextText
               Move IncidentTitle to InfoMsgTitleText
               Move IncidJobText  to IncidKeyJob
               Move IncidDateText to IncidKeyDate
               Perform CheckIncidAssignee
               If IncidAssignIsValid
                   Open I-O Incident-File
                   If IncidentFileMissing
                       Move IncidNotFoundText to InfoMsgTextText
                   Else
                       Move IncidKeyJob  to Incident-File-Job
                       Move IncidKeyDate to Incident-File-Run-Date
                       Read Incident-File
                           Invalid Key
                               Move IncidNotFoundText
                                 to InfoMsgTextText
                           Not Invalid Key
                               Perform IncidAssignRewrite
                       End-Read
                       Close Incident-File
                   End-If
               End-If
               Perform ShowInfoMessage
           End-If.

      *--------------------------------------------------------------*
       IncidAssignRewrite Section.
      *--------------------------------------------------------------*
      *  Puts the resolved assignee on the incident just read, if
      *  it is still open.
      ****************************************************************
           If Incident-File-Status not = 'OPEN'
               Move IncidNotOpenText to InfoMsgTextText
           Else
               Move IncidContactWork to Incident-File-Assignee
               Move IncidAssignKind  to Incident-File-Assign-Kind
               Perform RefreshIncidentLinks
               Rewrite Incident-File-Rec
                   Invalid Key
                       Move IncidNotFoundText to InfoMsgTextText
                   Not Invalid Key
                       Move IncidAssignedText to InfoMsgTextText
                       Accept IncidDateValue from Date
                       Accept IncidTimeValue from Time
                       Move 'ASGN' to IncidEvent
                       Perform WriteHdeskRecord
                       Move 'INC-ASSN'  to AuditAction
                       Move IncidKeyJob to AuditDetail
                       Perform AppendAuditRecord
               End-Rewrite
           End-If.

      *--------------------------------------------------------------*
       IncidCloseEntry Section.
      *--------------------------------------------------------------*
      *  Closes the open incident keyed on the incident dialog with
      *  the cause code and resolution keyed there.  The rerun and
      *  disposition links are brought current one last time, and
      *  the close is audited and sent to the help desk.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
               Move Spaces to InfoMsgTitleText, InfoMsgTextText
               Move IncidentTitle to InfoMsgTitleText
               Move IncidJobText  to IncidKeyJob
               Move IncidDateText to IncidKeyDate
               Set IncidCauseIsValid to False
               Perform varying IncidCauseIx from 1 by 1
                       until IncidCauseIx > 8
                   If IncidCauseText = IncidCauseCode(IncidCauseIx)
                       Set IncidCauseIsValid to True
                   End-If
               End-Perform
               Evaluate True
                   When not IncidCauseIsValid
                       Move IncidBadCauseText to InfoMsgTextText
                   When IncidResolText = Spaces
                       Move IncidNoResolText to InfoMsgTextText
                   When Other
                       Open I-O Incident-File
                       If IncidentFileMissing
                           Move IncidNotFoundText to InfoMsgTextText
                       Else
                           Move IncidKeyJob  to Incident-File-Job
                           Move IncidKeyDate to Incident-File-Run-Date
                           Read Incident-File
                               Invalid Key
                                   Move IncidNotFoundText
                                     to InfoMsgTextText
                               Not Invalid Key
                                   Perform IncidCloseRewrite
                           End-Read
                           Close Incident-File
                       End-If
               End-Evaluate
               Perform ShowInfoMessage
           End-If.

      *--------------------------------------------------------------*
       IncidCloseRewrite Section.
      *--------------------------------------------------------------*
      *  Closes the incident just read, if it is still open.
      ****************************************************************
           If Incident-File-Status not = 'OPEN'
               Move IncidNotOpenText to InfoMsgTextText
           Else
               Accept IncidDateValue from Date
               Accept IncidTimeValue from Time
               Move 'CLOSED'       to Incident-File-Status
               Move IncidCauseText to Incident-File-Cause
               Move IncidResolText to Incident-File-Resolution
               Move ProfileUserId  to Incident-File-Closed-By
               Move IncidDateValue to Incident-File-Closed-Date
               Move IncidTimeValue to Incident-File-Closed-Time
               Perform RefreshIncidentLinks
               Rewrite Incident-File-Rec
                   Invalid Key
                       Move IncidNotFoundText to InfoMsgTextText
                   Not Invalid Key
                       Move IncidClosedText to InfoMsgTextText
                       Move 'CLOS' to IncidEvent
                       Perform WriteHdeskRecord
                       Move 'INC-CLOSE' to AuditAction
                       Move IncidKeyJob to AuditDetail
                       Perform AppendAuditRecord
               End-Rewrite
           End-If.

      *--------------------------------------------------------------*
       DoIncidentAging Section.
      *--------------------------------------------------------------*
      *  AB-IncidAging.  Prints to PRN every open incident whose
      *  night has been cut over at least once since -- the ones
      *  day shift inherited and nobody has closed -- with the
      *  number of cutovers it has stayed open across, who has it,
      *  and where its rerun and disposition stand.
      ****************************************************************
           Open Output Print-File.
           If not PrintOk
               Move LangPrintFailText  to InfoMsgTextText
               Move LangPrintFailTitle to InfoMsgTitleText
               Perform ShowInfoMessage
           Else
               Move Spaces to PrintLine
               String IncidAgingHdrText Delimited by Size
                      Batctl-Run-Date   Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine
               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               Move IncidAgingColText to PrintLine
               Write Print-File-Rec from PrintLine

               Move 0 to IncidAgingCount
               Open Input Incident-File
               If not IncidentFileMissing
                   Set IncidIsAtEnd to False
                   Move Low-Values to Incident-File-Key
                   Start Incident-File Key is Greater than or Equal
                         Incident-File-Key
                       Invalid Key
                           Set IncidIsAtEnd to True
                   End-Start

                   Perform until IncidIsAtEnd
                       Read Incident-File Next Record
                           At End
                               Set IncidIsAtEnd to True
                           Not At End
                               If Incident-File-Status = 'OPEN'
                                   Perform AgeOneIncident
                               End-If
                       End-Read
                   End-perform
                   Close Incident-File
               End-If

               If IncidAgingCount = 0
                   Move Spaces to PrintLine
                   Move IncidAgingNoneText to PrintLine
                   Write Print-File-Rec from PrintLine
               End-If
               Close Print-File

               Move 'INC-AGING'     to AuditAction
               Move IncidAgingCount to AuditDetail
               Perform AppendAuditRecord
           End-If.

      *--------------------------------------------------------------*
       AgeOneIncident Section.
      *--------------------------------------------------------------*
      *  Counts the cutovers logged in CUTLOG for the open incident
      *  just read -- its own night's and every later one -- and
      *  prints it, with its rerun and disposition on a second
      *  line, when there is at least one.
      ****************************************************************
           Move 0 to IncidCutCount.
           Open Input Cutlog-File.
           If not CutlogFileMissing
               Set IncidCutIsAtEnd to False
               Perform until IncidCutIsAtEnd
                   Read Cutlog-File
                       At End
                           Set IncidCutIsAtEnd to True
                       Not At End
                           If Cutlog-File-Run-Date
                              not < Incident-File-Run-Date
                               Add 1 to IncidCutCount
                           End-If
                   End-Read
               End-perform
               Close Cutlog-File
           End-If.

           If IncidCutCount > 0
               Add 1 to IncidAgingCount
               Perform RefreshIncidentLinks
               Move IncidCutCount to IncidCutDisp
               Move Spaces to PrintLine
               String Incident-File-Job             Delimited by Size
                      ' '                           Delimited by Size
                      Incident-File-Run-Date(1:6)   Delimited by Size
                      ' '                           Delimited by Size
                      Incident-File-Open-Date(1:6)  Delimited by Size
                      ' '                           Delimited by Size
                      IncidCutDisp                  Delimited by Size
                      '  '                          Delimited by Size
                      Incident-File-Rc              Delimited by Size
                      ' '                           Delimited by Size
                      Incident-File-Assignee        Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Move Incident-File-Fails to IncidFailDisp
               Move Spaces to PrintLine
               String '         FAILS '            Delimited by Size
                      IncidFailDisp                Delimited by Size
                      '  RERUN '                   Delimited by Size
                      Incident-File-Rerun-State    Delimited by Size
                      '  DISP '                    Delimited by Size
                      Incident-File-Disp-Reason    Delimited by Size
                      ' '                          Delimited by Size
                      Incident-File-Disp-Comment   Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine
           End-If.

      *--------------------------------------------------------------*
       QueryDashboardStatus Section.
      *--------------------------------------------------------------*
      *  Performed by AboutDlgProc.  Probes Batstat-File for the
      *  About box's live diagnostics, leaving AboutDashStatusText set
      *  to NO DATA (file does not exist), EMPTY (file exists but has
      *  no step records yet), or ACTIVE (at least one step recorded).
      ****************************************************************
           Move 'NO DATA' to AboutDashStatusText.
           Open Input Batstat-File.
           If not BatstatFileMissing
               Move 'EMPTY' to AboutDashStatusText
               Move Low-Values to Batstat-File-Key
               Start Batstat-File Key is Greater than or Equal
                     Batstat-File-Key
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move 'ACTIVE' to AboutDashStatusText
               End-Start
               Close Batstat-File
           End-If.

      *--------------------------------------------------------------*
       UpdateFileMenu Section.
      *--------------------------------------------------------------*
      *  Performed on WM-INITMENU for the File pulldown.  AB-Save is
      *  only left enabled when the in-memory batch control record
      *  has changed since it was last loaded or written.
      ****************************************************************
           If BatctlIsDirty
               Move 1 to MenuEnableFlag
           Else
               Move 0 to MenuEnableFlag
           End-If.

           Call OS2API '__WinEnableMenuItem'
                 using  by value MsgParm2
                        by value AB-Save
                        by value MenuEnableFlag
                 returning ReturnData.

      *--------------------------------------------------------------*
       DoFileNew Section.
      *--------------------------------------------------------------*
      *  AB-New.  Starts a fresh batch control record defaulted to
      *  today's date and the signed-on operator's default shift,
      *  then lets the operator key in the operator ID and adjust
      *  the shift code before it is ever written to Batctl-File.
      *  Read-only operators may not start one.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
               Perform ReleaseControlLock
               Move Spaces         to Batctl-Key, Batctl-Operator-Id
               Accept Batctl-Run-Date from Date
               Move '1'             to Batctl-Shift-Code
               If OperDefaultShift not = Spaces
                   Move OperDefaultShift to Batctl-Shift-Code
               End-If
               Set BatctlIsLoaded to False
               Move 'Not checked out' to LockInfoText
               Move NotesNoneText     to NotesInfoText

               Perform EditBatchHeader
               If not BatchHdrWasCancelled
                   Set BatctlIsDirty to True
               End-If
           End-If.

      *--------------------------------------------------------------*
       DoFileOpen Section.
      *--------------------------------------------------------------*
      *  AB-Open.  Prompts for the control record key, reads the
      *  matching record from Batctl-File, and lets the operator
      *  review/amend it via the batch header dialog.
      ****************************************************************
           Set KeyPromptForOpen to True.
           Move LangOpenPromptTitle to KeyPromptTitleText.
           Move Low-Values to KeyPromptTitleNull.
           Perform PromptForKey.

           If not KeyPromptWasCancelled
               Move KeyPromptValue  to Batctl-File-Key
               Open Input Batctl-File
               If BatctlFileMissing
                   Move LangOpenNotFoundText  to InfoMsgTextText
                   Move LangOpenNotFoundTitle to InfoMsgTitleText
                   Perform ShowInfoMessage
               Else
                   Read Batctl-File
                       Invalid Key
                           Move '23' to BatctlStatus
                   End-Read

                   If BatctlOk
                       Move Batctl-File-Key       to Batctl-Key
                       Move Batctl-File-Run-Date  to Batctl-Run-Date
                       Move Batctl-File-Oper-Id   to Batctl-Operator-Id
                       Move Batctl-File-Shift     to Batctl-Shift-Code
                       Close Batctl-File
                       Set BatctlIsLoaded to True
                       Set BatctlIsDirty  to False
                       Perform CheckNotesExist
                       Perform OpenMissedIncidents
                       If OperCanWrite
                           Perform CheckOutControlRecord
                           If not LockWasRefused
                               Perform EditBatchHeader
                               If not BatchHdrWasCancelled
                                   Set BatctlIsDirty to True
                               End-If
                           End-If
                       Else
                           Move 'View only -- not checked out'
                             to LockInfoText
                           Perform EditBatchHeader
                           Set BatctlIsDirty to False
                       End-If
                   Else
                       Close Batctl-File
                       Move LangOpenNotFoundText  to InfoMsgTextText
                       Move LangOpenNotFoundTitle to InfoMsgTitleText
                       Perform ShowInfoMessage
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       DoFileSave Section.
      *--------------------------------------------------------------*
      *  AB-Save.  Writes the in-memory record back to Batctl-File
      *  under its current key -- a new record if it was never
      *  loaded, otherwise a rewrite of the existing one.
      *  Read-only operators may not save.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
               If BatctlIsDirty
                   If Batctl-Key = Spaces
                       Move 'MAIN    ' to Batctl-Key
                   End-If
                   Perform WriteBatctlRecord
               End-If
           End-If.

      *--------------------------------------------------------------*
       DoFileSaveAs Section.
      *--------------------------------------------------------------*
      *  AB-Saveas.  Prompts for a (possibly new) control record key
      *  and writes the in-memory record under that key.  Writing
      *  over another key is a supervisor action.
      ****************************************************************
           If not OperIsSupervisor
               Perform ShowNotAuthorized
           Else
               Set KeyPromptForSaveAs to True
               Move LangSaveasPromptTitle to KeyPromptTitleText
               Move Low-Values to KeyPromptTitleNull
               Perform PromptForKey

               If not KeyPromptWasCancelled
                   Move KeyPromptValue to Batctl-Key
                   Perform WriteBatctlRecord
               End-If
           End-If.

      *--------------------------------------------------------------*
       WriteBatctlRecord Section.
      *--------------------------------------------------------------*
      *  Common write/rewrite logic shared by AB-Save and AB-Saveas.
      ****************************************************************
           Move Batctl-Key          to Batctl-File-Key.
           Move Batctl-Run-Date     to Batctl-File-Run-Date.
           Move Batctl-Operator-Id  to Batctl-File-Oper-Id.
           Move Batctl-Shift-Code   to Batctl-File-Shift.

           Open I-O Batctl-File.
           If BatctlFileMissing
               Open Output Batctl-File
               Close Batctl-File
               Open I-O Batctl-File
           End-If.

           Rewrite Batctl-File-Rec
               Invalid Key
                   Write Batctl-File-Rec
                       Invalid Key
                           Move LangSaveFailText  to InfoMsgTextText
                           Move LangSaveFailTitle to InfoMsgTitleText
                           Perform ShowInfoMessage
                   End-Write
           End-Rewrite.

           If BatctlOk
               Set BatctlIsDirty to False
               Perform ReleaseControlLock
           End-If.
           Close Batctl-File.
           Set BatctlIsLoaded to True.

      *--------------------------------------------------------------*
       CheckOutControlRecord Section.
      *--------------------------------------------------------------*
      *  Performed after DoFileOpen reads a control record.  Stamps
      *  the BATLOCK companion file with the holding operator
      *  (USERID) and workstation (WORKSTATION) for Batctl-Key.  If
      *  another console already holds the key, the operator is told
      *  who and where and offered an override; declining leaves
      *  LockWasRefused set and the header dialog is not opened.
      *  A lock still held on a different key from earlier in the
      *  session is released first, so moving between control
      *  records never leaves the old key stranded "checked out"
      *  to this console.
      ****************************************************************
           Set LockWasRefused to False.

           If LockIsHeld and LockHeldKey not = Batctl-Key
               Perform ReleaseControlLock
           End-If.

           Accept LockWorkstation from Environment 'WORKSTATION'.
           If LockWorkstation = Spaces
               Move 'UNKNOWN' to LockWorkstation
           End-If.

           Open I-O Batlock-File.
           If BatlockFileMissing
               Open Output Batlock-File
               Close Batlock-File
               Open I-O Batlock-File
           End-If.

           Move Batctl-Key to Batlock-File-Key.
           Read Batlock-File
               Invalid Key
                   Perform StampControlLock
               Not Invalid Key
                   If Batlock-File-Oper = ProfileUserId
                      and Batlock-File-Station = LockWorkstation
                       Set LockIsHeld to True
                       Move Batctl-Key to LockHeldKey
                       Perform BuildLockInfo
                   Else
                       Perform AskLockOverride
                   End-If
           End-Read.

           Close Batlock-File.

      *--------------------------------------------------------------*
       StampControlLock Section.
      *--------------------------------------------------------------*
      *  Writes (or takes over) the BATLOCK record for Batctl-Key
      *  under this operator and workstation.  The lock file is
      *  already open I-O.
      ****************************************************************
           Accept LockTimeValue from Time.
           Move Batctl-Key      to Batlock-File-Key.
           Move ProfileUserId   to Batlock-File-Oper.
           Move LockWorkstation to Batlock-File-Station.
           Move LockTimeValue   to Batlock-File-Time.

           Rewrite Batlock-File-Rec
               Invalid Key
                   Write Batlock-File-Rec
                       Invalid Key
                           Continue
                   End-Write
           End-Rewrite.

           Set LockIsHeld to True.
           Move Batctl-Key to LockHeldKey.
           Perform BuildLockInfo.

      *--------------------------------------------------------------*
       BuildLockInfo Section.
      *--------------------------------------------------------------*
      *  Builds the "checked out by" line the batch header dialog
      *  shows, from the BATLOCK record now in force.
      ****************************************************************
           Move Spaces to LockInfoText.
           String 'Checked out by '    Delimited by Size
                  Batlock-File-Oper     Delimited by Space
                  ' @ '                Delimited by Size
                  Batlock-File-Station  Delimited by Space
             Into LockInfoText
           End-String.

      *--------------------------------------------------------------*
       AskLockOverride Section.
      *--------------------------------------------------------------*
      *  The key is checked out to another operator/console.  Names
      *  the holder and, for a supervisor, asks whether to override;
      *  Yes with a second supervisor's approval takes the lock over
      *  (and is written to the audit trail), otherwise the open is
      *  refused.  Operators below supervisor are simply told who
      *  holds the record and refused.  The lock file is already
      *  open I-O.
      ****************************************************************
           If not OperIsSupervisor
               Perform BuildLockInfo
               Move AuthTitle    to InfoMsgTitleText
               Move Spaces       to InfoMsgTextText
               Move LockInfoText to InfoMsgTextText
               Perform ShowInfoMessage
               Set LockWasRefused to True
           Else
               Perform OfferLockOverride
           End-If.

      *--------------------------------------------------------------*
       OfferLockOverride Section.
      *--------------------------------------------------------------*
      *  Supervisor-only half of AskLockOverride: names the holder
      *  and, when the supervisor says Yes and a second supervisor
      *  approves (ObtainSecondApproval), takes the lock over.
      ****************************************************************
           Move 'LOCK-OVRD' to OvrdKind.
           Move Spaces      to OvrdSubject.
           String Batlock-File-Key  Delimited by Space
                  '/'               Delimited by Size
                  Batlock-File-Oper Delimited by Space
             Into OvrdSubject
           End-String.

           If UnattendedMode
               Perform ObtainSecondApproval
           Else
               Move Spaces to LockAskMsgText
               String 'Checked out by '    Delimited by Size
                      Batlock-File-Oper     Delimited by Space
                      ' @ '                Delimited by Size
                      Batlock-File-Station  Delimited by Space
                      ' -- override?'      Delimited by Size
                 Into LockAskMsgText
               End-String
               Move Low-Values to LockAskMsgNull, LockAskTitleNull

               Compute MsgBoxControls = MB-YESNO + MB-ICONQUESTION
                                      + MB-APPLMODAL + MB-MOVEABLE
               Call OS2API '__WinMessageBox'
                     using  by value HWND-DESKTOP
                            by value hwndClient
                            by reference LockAskMsg
                            by reference LockAskTitle
                            by value UShortNull
                            by value MsgBoxControls
                     returning MsgBoxButton
               If MsgBoxButton = MBID-YES
                   Perform ObtainSecondApproval
               Else
                   Set OvrdWasApproved to False
               End-If
           End-If.

           If OvrdWasApproved
               Move 'LOCK-OVRD'        to AuditAction
               Move Batlock-File-Oper  to AuditDetail
               Perform AppendAuditRecord
               Perform StampControlLock
           Else
               Set LockWasRefused to True
           End-If.

      *--------------------------------------------------------------*
       ReleaseControlLock Section.
      *--------------------------------------------------------------*
      *  Releases the BATLOCK record this console holds, if any.
      *  The holder is re-checked before deleting so a lock taken
      *  over by another console in the meantime is left alone.
      ****************************************************************
           If LockIsHeld
               Open I-O Batlock-File
               If not BatlockFileMissing
                   Move LockHeldKey to Batlock-File-Key
                   Read Batlock-File
                       Invalid Key
                           Continue
                       Not Invalid Key
                           If Batlock-File-Oper = ProfileUserId
                              and Batlock-File-Station
                                  = LockWorkstation
                               Delete Batlock-File Record
                                   Invalid Key
                                       Continue
                               End-Delete
                           End-If
                   End-Read
                   Close Batlock-File
               End-If
               Set LockIsHeld to False
               Move Spaces to LockHeldKey
               Move 'Not checked out' to LockInfoText
           End-If.

      *--------------------------------------------------------------*
       DoPrintReport Section.
      *--------------------------------------------------------------*
      *  AB-Print.  Formats the shift-handoff hand-off report from the
      *  in-memory control record (run date/operator/shift) and the
      *  same Batstat-File step data the dashboard (PaintDashboard)
      *  reads, and writes it to Print-File (PRN) a line at a time.
      *  All operator-visible text here comes from the same LANGRES
      *  fields LoadLanguageResources populates at startup.
      ****************************************************************
           Open Output Print-File.

           If not PrintOk
               Move LangPrintFailText  to InfoMsgTextText
               Move LangPrintFailTitle to InfoMsgTitleText
               Perform ShowInfoMessage
           Else
               Accept PrintReportTime from Time
               Perform PrintHandoffHeader

               Perform LoadRcTable
               Perform LoadStepTimeTable
               Perform OpenScheduleScan
               Perform OpenRerunScan

               Set DashIsAtEnd to False
               Open Input Batstat-File
               If BatstatFileMissing
                   Set DashIsAtEnd to True
               End-If

               If not DashIsAtEnd
                   Move Low-Values to Batstat-File-Key
                   Start Batstat-File Key is Greater than or Equal
                         Batstat-File-Key
                       Invalid Key
                           Set DashIsAtEnd to True
                   End-Start
               End-If

               Set PrintHadSteps to False
               Perform until DashIsAtEnd
                   Read Batstat-File Next Record
                       At End
                           Set DashIsAtEnd to True
                       Not At End
                           Set PrintHadSteps to True
                           Perform FormatDashLine
                           Move Spaces     to PrintLine
                           Move DashLineText to PrintLine
                           Write Print-File-Rec from PrintLine
                   End-Read
               End-perform

               If not BatstatFileMissing
                   Close Batstat-File
               End-If

               Perform PrintHandoffTail
               Close Print-File
           End-If.

      *--------------------------------------------------------------*
       PrintHandoffHeader Section.
      *--------------------------------------------------------------*
      *  Prints the shift-handoff report's heading -- run date,
      *  operator, and shift from the in-memory control record and
      *  the time in PrintReportTime -- and the step column header.
      *  Shared by DoPrintReport and the prior-night reprint.
      ****************************************************************
           Move Spaces to PrintReportTimeText.
           String PrintReportTimeHH Delimited by Size
                  ':'               Delimited by Size
                  PrintReportTimeMM Delimited by Size
                  ':'               Delimited by Size
                  PrintReportTimeSS Delimited by Size
             Into PrintReportTimeText
           End-String.

           Move Spaces to PrintLine.
           String LangPrintHdrPrefix             Delimited by Size
                  Batctl-Run-Date                 Delimited by Size
                  LangPrintOperLabel              Delimited by Size
                  Batctl-Operator-Id              Delimited by Size
                  LangPrintShiftLabel             Delimited by Size
                  Batctl-Shift-Code               Delimited by Size
                  LangPrintTimeLabel              Delimited by Size
                  PrintReportTimeText             Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.

           Move Spaces to PrintLine.
           Move DashHdrText to PrintLine.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       PrintHandoffTail Section.
      *--------------------------------------------------------------*
      *  Everything on the shift-handoff report after the step
      *  lines: the MISSING steps, deliverables, dispositions, and
      *  pass-down notes, then the no-steps line when nothing at all
      *  was printed.  Winds down the schedule and rerun scans the
      *  step pass opened.  Shared by DoPrintReport and the
      *  prior-night reprint.
      ****************************************************************
           If RerunIsAvail
               Close Rerun-File
               Set RerunIsAvail to False
           End-If.

           If JobschedIsAvail
               Perform PrintMissingSteps
               Close Jobsched-File
               Set JobschedIsAvail to False
           End-If.
           Perform CloseRunCalendar.

           Perform PrintDeliverables.
           Perform PrintDispositions.
           Perform PrintShiftNotes.

           If not PrintHadSteps
               Move Spaces to PrintLine
               Move LangPrintNoStepsText to PrintLine
               Write Print-File-Rec from PrintLine
           End-If.

      *--------------------------------------------------------------*
       PrintMissingSteps Section.
      *--------------------------------------------------------------*
      *  Report-side counterpart of the dashboard's
      *  AppendMissingSnapshots pass: appends one line to the
      *  shift-handoff report for every due scheduled step with no
      *  Batstat-File record, so the hardcopy shows the same
      *  MISSING flags the dashboard does.  On a prior-night
      *  reprint the night's BATHIST steps stand in for BATSTAT.
      ****************************************************************
           Set SchedIsAtEnd to False.
           Move Low-Values to Jobsched-File-Key.
           Start Jobsched-File Key is Greater than or Equal
                 Jobsched-File-Key
               Invalid Key
                   Set SchedIsAtEnd to True
           End-Start.

           Open Input Batstat-File.

           Perform until SchedIsAtEnd
               Read Jobsched-File Next Record
                   At End
                       Set SchedIsAtEnd to True
                   Not At End
                       Set StepIsMissing to False
                       Move Jobsched-File-Key to CalCheckJob
                       Perform CheckStepDue
                       If not StepIsDue
                           Continue
                       Else
                        Evaluate True
                           When NightIsReprint
                               Move Jobsched-File-Key to NightFindJob
                               Perform FindNightStep
                               If NightStepFoundIx = 0
                                   Set StepIsMissing to True
                               End-If
                           When BatstatFileMissing
                               Set StepIsMissing to True
                           When Other
                               Move Jobsched-File-Key
                                 to Batstat-File-Key
                               Read Batstat-File
                                   Invalid Key
                                       Set StepIsMissing to True
                               End-Read
                        End-Evaluate
                       End-If
                       If StepIsMissing
                           Set PrintHadSteps to True
                           Perform BuildMissingLine
                           Move Spaces       to PrintLine
                           Move DashLineText to PrintLine
                           Write Print-File-Rec from PrintLine
                       End-If
               End-Read
           End-perform.

           If not BatstatFileMissing
               Close Batstat-File
           End-If.

      *--------------------------------------------------------------*
       PrintDispositions Section.
      *--------------------------------------------------------------*
      *  Appends the night's exception dispositions to the
      *  shift-handoff report, so day shift inherits the
      *  explanation behind every red row, not just the row.  The
      *  section header is only printed when the run date has at
      *  least one disposition on file.
      ****************************************************************
           Set DispAnyPrinted to False.
           Open Input Excpdisp-File.
           If not ExcpdispFileMissing
               Set SchedIsAtEnd to False
               Move Low-Values to Excpdisp-File-Key
               Start Excpdisp-File Key is Greater than or Equal
                     Excpdisp-File-Key
                   Invalid Key
                       Set SchedIsAtEnd to True
               End-Start

               Perform until SchedIsAtEnd
                   Read Excpdisp-File Next Record
                       At End
                           Set SchedIsAtEnd to True
                       Not At End
                           If Excpdisp-File-Run-Date
                              = Batctl-Run-Date
                               Perform PrintOneDisposition
                           End-If
                   End-Read
               End-perform
               Close Excpdisp-File
           End-If.

      *--------------------------------------------------------------*
       PrintOneDisposition Section.
      *--------------------------------------------------------------*
      *  Prints the disposition record just read, putting out the
      *  section header ahead of the first one.
      ****************************************************************
           If not DispAnyPrinted
               Set DispAnyPrinted to True
               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               Move Spaces to PrintLine
               String DispPrintHdrText Delimited by Size
                      Batctl-Run-Date  Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine
           End-If.

           Move Spaces to PrintLine.
           String Excpdisp-File-Job     Delimited by Size
                  '  '                  Delimited by Size
                  Excpdisp-File-Reason  Delimited by Size
                  '  '                  Delimited by Size
                  Excpdisp-File-Comment Delimited by Size
                  '  '                  Delimited by Size
                  Excpdisp-File-Oper    Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       OpenDelivScan Section.
      *--------------------------------------------------------------*
      *  Opens the deliverable master for a pass over the current
      *  night, together with what judging a deliverable needs: the
      *  run calendar (or, when there is no RUNCAL file, at least the
      *  run date's day of week, day of month, and holiday flag) and
      *  Batstat-File for the producing jobs' completions.  Leaves
      *  DelivIsAtEnd set when there is no control record or no
      *  deliverable on file, in which case there is nothing to close.
      ****************************************************************
           Set DelivIsAtEnd to True.
           If Batctl-Run-Date not = Spaces
               Open Input Delivmst-File
               If not DelivmstFileMissing
                   Set DelivIsAtEnd to False
                   Move Low-Values to Delivmst-File-Key
                   Start Delivmst-File Key is Greater than or Equal
                         Delivmst-File-Key
                       Invalid Key
                           Set DelivIsAtEnd to True
                   End-Start
                   Perform OpenRunCalendar
                   If not RuncalIsAvail
                       Perform ComputeRunDateDow
                       Perform ScanHolidayList
                   End-If
                   Open Input Batstat-File
                   Accept DelivNowTime from Time
               End-If
           End-If.

      *--------------------------------------------------------------*
       CloseDelivScan Section.
      *--------------------------------------------------------------*
      *  Companion close for OpenDelivScan.
      ****************************************************************
           If Batctl-Run-Date not = Spaces
              and not DelivmstFileMissing
               If not BatstatFileMissing
                   Close Batstat-File
               End-If
               Perform CloseRunCalendar
               Close Delivmst-File
           End-If.

      *--------------------------------------------------------------*
       JudgeCurrentDeliv Section.
      *--------------------------------------------------------------*
      *  Judges the deliverable record just read for the current
      *  night: its producing job's completion time and return code
      *  come from Batstat-File, and the night is still running, so
      *  a deadline yet to come leaves the deliverable PENDING
      *  rather than MISSED.  On a prior-night reprint they come
      *  from the night's BATHIST steps, and the night is over.
      ****************************************************************
           Move Spaces to DelivCompText, DelivRcText.
           Set DelivNightIsLive to True.
           If NightIsReprint
               Set DelivNightIsLive to False
               Move Delivmst-File-Job to NightFindJob
               Perform FindNightStep
               If NightStepFoundIx not = 0
                   Move NightStepComp(NightStepFoundIx)
                     to DelivCompText
                   Move NightStepRc(NightStepFoundIx)
                     to DelivRcText
               End-If
           Else
            If not BatstatFileMissing
               Move Delivmst-File-Job to Batstat-File-Key
               Read Batstat-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move Batstat-File-Comp-Time   to DelivCompText
                       Move Batstat-File-Return-Code to DelivRcText
               End-Read
            End-If
           End-If.
           Perform JudgeDelivOwed.
           Perform JudgeDelivStatus.

      *--------------------------------------------------------------*
       JudgeDelivOwed Section.
      *--------------------------------------------------------------*
      *  Judges whether the deliverable record just read is owed on
      *  the run date the calendar fields were last computed for.
      *  A deliverable with no day-of-week flags and no day of
      *  month is owed whenever its producing job is due
      *  (CheckStepDue).  Otherwise its own rule is applied exactly
      *  the way CheckStepDue applies a RUNCAL record: owed when its
      *  day-of-week flag is Y or its day of month matches, but not
      *  on a holiday when its holiday flag is 'N'.
      ****************************************************************
           Set DelivIsOwed to False.
           If Delivmst-File-Days = Spaces
              and (Delivmst-File-Dom = Spaces
                   or Delivmst-File-Dom = '00')
               Move Delivmst-File-Job to CalCheckJob
               Perform CheckStepDue
               If StepIsDue
                   Set DelivIsOwed to True
               End-If
           Else
               If Delivmst-File-Day(RunDowIx) = 'Y'
                   Set DelivIsOwed to True
               End-If
               If Delivmst-File-Dom = RunDomText
                  and Delivmst-File-Dom not = '00'
                  and Delivmst-File-Dom not = Spaces
                   Set DelivIsOwed to True
               End-If
               If DelivIsOwed and RunDateIsHoliday
                  and Delivmst-File-Hol = 'N'
                   Set DelivIsOwed to False
               End-If
           End-If.

      *--------------------------------------------------------------*
       JudgeDelivStatus Section.
      *--------------------------------------------------------------*
      *  Sets the night's status for the deliverable record just
      *  read from DelivCompText/DelivRcText (the producing job's
      *  completion time and return code, spaces when it has not
      *  completed).  An owed deliverable is MET when the job
      *  completed at or before the deadline with a return code
      *  RCTABLE does not call a failure, and MISSED otherwise --
      *  late (DelivLateMins whole minutes, rounded up), failed, or
      *  not completed.  While the night is live a deliverable not
      *  yet produced is PENDING until its deadline passes.  Times
      *  are pivoted at noon so a 06:00 deadline falls after a
      *  23:00 completion.
      ****************************************************************
           Move 0      to DelivLateMins.
           Move Spaces to DelivNote.
           If not DelivIsOwed
               Set DelivStatusNotOwed to True
           Else
               Move Delivmst-File-Deadline to ElapsedTimeWork
               Perform PivotTimeAtNoon
               Move MrptTimeSecs to DelivDeadSecs
               Evaluate True
                   When DelivCompText = Spaces and DelivNightIsLive
                       Move DelivNowTime to ElapsedTimeWork
                       Perform PivotTimeAtNoon
                       If MrptTimeSecs > DelivDeadSecs
                           Set DelivStatusMissed to True
                           Move 'NOT COMPLETED' to DelivNote
                       Else
                           Set DelivStatusPending to True
                       End-If
                   When DelivCompText = Spaces
                       Set DelivStatusMissed to True
                       Move 'NOT COMPLETED' to DelivNote
                   When Other
                       Move Delivmst-File-Job to RcCheckJob
                       Move DelivRcText       to RcCheckValue
                       Perform ClassifyStepRc
                       Move DelivCompText to ElapsedTimeWork
                       Perform PivotTimeAtNoon
                       Evaluate True
                           When RcIsFail
                               Set DelivStatusMissed to True
                               String 'FAILED RC '  Delimited by Size
                                      DelivRcText   Delimited by Size
                                 Into DelivNote
                               End-String
                           When MrptTimeSecs > DelivDeadSecs
                               Set DelivStatusMissed to True
                               Compute DelivLateMins =
                                   (MrptTimeSecs - DelivDeadSecs + 59)
                                   / 60
                               Move DelivLateMins to DelivLateDisp
                               String DelivLateDisp Delimited by Size
                                      ' MIN LATE'   Delimited by Size
                                 Into DelivNote
                               End-String
                           When Other
                               Set DelivStatusMet to True
                       End-Evaluate
               End-Evaluate
           End-If.
           Move DelivLateMins to DelivLateDisp.

      *--------------------------------------------------------------*
       PrintDeliverables Section.
      *--------------------------------------------------------------*
      *  Appends the night's deliverable status to the shift-
      *  handoff report: one line per DELIVMST record with its
      *  producing job, deadline, the job's completion time, and
      *  MET/MISSED/NOT OWED/PENDING.  The section header is only
      *  printed when at least one deliverable is on file.
      ****************************************************************
           Set DelivAnyPrinted to False.
           Perform OpenDelivScan.
           Perform until DelivIsAtEnd
               Read Delivmst-File Next Record
                   At End
                       Set DelivIsAtEnd to True
                   Not At End
                       Perform JudgeCurrentDeliv
                       Perform PrintOneDeliv
               End-Read
           End-perform.
           Perform CloseDelivScan.

      *--------------------------------------------------------------*
       PrintOneDeliv Section.
      *--------------------------------------------------------------*
      *  Prints the deliverable just judged, putting out the
      *  section header ahead of the first one.
      ****************************************************************
           If not DelivAnyPrinted
               Set DelivAnyPrinted to True
               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               Move Spaces to PrintLine
               String DelivPrintHdrText Delimited by Size
                      Batctl-Run-Date   Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine
               Move Spaces to PrintLine
               Move DelivColHdrText to PrintLine
               Write Print-File-Rec from PrintLine
           End-If.

           Move Spaces to PrintLine.
           String Delivmst-File-Key      Delimited by Size
                  ' '                    Delimited by Size
                  Delivmst-File-Job      Delimited by Size
                  ' '                    Delimited by Size
                  Delivmst-File-Deadline Delimited by Size
                  ' '                    Delimited by Size
                  DelivCompText          Delimited by Size
                  ' '                    Delimited by Size
                  DelivStatusText        Delimited by Size
                  ' '                    Delimited by Size
                  DelivNote              Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       DoExportExtract Section.
      *--------------------------------------------------------------*
      *  AB-Export.  Writes the shift-handoff content to the dated
      *  extract file XYYMMDDS.EXT (run date and shift code from the
      *  current control record) in the fixed comma-delimited layout
      *  documented with the extract definitions: one H header from
      *  the control record, one D record per Batstat-File step,
      *  one V record per deliverable with the night's status, and
      *  a T trailer with step, failure, and warning counts so the
      *  receiving side can balance the file.
      ****************************************************************
           If Batctl-Run-Date = Spaces
               Move ExtractTitle    to InfoMsgTitleText
               Move VerifyNoCtlText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Move Batctl-Run-Date to ExtractRunDate
               Move Spaces to ExtractFileName
               String 'X'               Delimited by Size
                      ExtractRunDate6   Delimited by Size
                      Batctl-Shift-Code Delimited by Size
                      '.EXT'            Delimited by Size
                 Into ExtractFileName
               End-String

               Open Output Extract-File
               If not ExtractOk
                   Move ExtractTitle    to InfoMsgTitleText
                   Move ExtractFailText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Move Spaces to Extract-File-Rec
                   String 'H,'               Delimited by Size
                          Batctl-Key         Delimited by Size
                          ','                Delimited by Size
                          Batctl-Run-Date    Delimited by Size
                          ','                Delimited by Size
                          Batctl-Operator-Id Delimited by Size
                          ','                Delimited by Size
                          Batctl-Shift-Code  Delimited by Size
                     Into Extract-File-Rec
                   End-String
                   Write Extract-File-Rec

                   Move 0 to ExtractStepCount, ExtractFailCount,
                             ExtractWarnCount
                   Perform LoadRcTable
                   Set DashIsAtEnd to False
                   Open Input Batstat-File
                   If BatstatFileMissing
                       Set DashIsAtEnd to True
                   End-If

                   If not DashIsAtEnd
                       Move Low-Values to Batstat-File-Key
                       Start Batstat-File Key is Greater than
                             or Equal Batstat-File-Key
                           Invalid Key
                               Set DashIsAtEnd to True
                       End-Start
                   End-If

                   Perform until DashIsAtEnd
                       Read Batstat-File Next Record
                           At End
                               Set DashIsAtEnd to True
                           Not At End
                               Perform WriteExtractDetail
                       End-Read
                   End-perform

                   If not BatstatFileMissing
                       Close Batstat-File
                   End-If

                   Perform WriteExtractDeliverables

                   Move Spaces to Extract-File-Rec
                   String 'T,'             Delimited by Size
                          ExtractStepCount Delimited by Size
                          ','              Delimited by Size
                          ExtractFailCount Delimited by Size
                          ','              Delimited by Size
                          ExtractWarnCount Delimited by Size
                     Into Extract-File-Rec
                   End-String
                   Write Extract-File-Rec

                   Close Extract-File

                   Move ExtractTitle to InfoMsgTitleText
                   Move Spaces to ExtractDoneText
                   String 'Extract written to ' Delimited by Size
                          ExtractFileName       Delimited by Size
                     Into ExtractDoneText
                   End-String
                   Move ExtractDoneText to InfoMsgTextText
                   Perform ShowInfoMessage
               End-If
           End-If.

      *--------------------------------------------------------------*
       WriteExtractDetail Section.
      *--------------------------------------------------------------*
      *  Writes one D record for the Batstat-File step just read
      *  and keeps the trailer's step, failure, and warning counts.
      *  Failure and warning are judged by ClassifyStepRc, exactly
      *  as the dashboard judges them.
      ****************************************************************
           Add 1 to ExtractStepCount.
           Move Batstat-File-Key         to RcCheckJob.
           Move Batstat-File-Return-Code to RcCheckValue.
           Perform ClassifyStepRc.
           If RcIsFail
               Add 1 to ExtractFailCount
           End-If.
           If RcIsWarn
               Add 1 to ExtractWarnCount
           End-If.

           Move Spaces to Extract-File-Rec.
           String 'D,'                     Delimited by Size
                  Batstat-File-Key         Delimited by Size
                  ','                      Delimited by Size
                  Batstat-File-Start-Time  Delimited by Size
                  ','                      Delimited by Size
                  Batstat-File-Comp-Time   Delimited by Size
                  ','                      Delimited by Size
                  Batstat-File-Return-Code Delimited by Size
                  ','                      Delimited by Size
                  RcStateText              Delimited by Size
             Into Extract-File-Rec
           End-String.
           Write Extract-File-Rec.

      *--------------------------------------------------------------*
       WriteExtractDeliverables Section.
      *--------------------------------------------------------------*
      *  Writes one V record per deliverable on file with the
      *  night's status, judged exactly as the handoff report
      *  judges it.  V records are not counted in the trailer.
      ****************************************************************
           Perform OpenDelivScan.
           Perform until DelivIsAtEnd
               Read Delivmst-File Next Record
                   At End
                       Set DelivIsAtEnd to True
                   Not At End
                       Perform JudgeCurrentDeliv
                       Move Spaces to Extract-File-Rec
                       String 'V,'                   Delimited by Size
                              Delivmst-File-Key      Delimited by Size
                              ','                    Delimited by Size
                              Delivmst-File-Job      Delimited by Size
                              ','                    Delimited by Size
                              Delivmst-File-Deadline Delimited by Size
                              ','                    Delimited by Size
                              DelivCompText          Delimited by Size
                              ','                    Delimited by Size
                              DelivStatusText        Delimited by Size
                              ','                    Delimited by Size
                              DelivLateDisp          Delimited by Size
                         Into Extract-File-Rec
                       End-String
                       Write Extract-File-Rec
               End-Read
           End-perform.
           Perform CloseDelivScan.

      *--------------------------------------------------------------*
       DoTrendReport Section.
      *--------------------------------------------------------------*
      *  AB-Trend.  Prints the runtime trend report to PRN: one line
      *  per job in the step history file, showing last night's
      *  elapsed time (the record matching the current control
      *  record's run date) against the average over the retained
      *  history, flagged ** when last night ran more than a quarter
      *  longer than the average.  This is how a file growing toward
      *  a blown batch window gets caught before it blows it.
      ****************************************************************
           If Batctl-Run-Date = Spaces
               Move TrendTitle      to InfoMsgTitleText
               Move VerifyNoCtlText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Open Input Bathist-File
               If BathistFileMissing
                   Move TrendTitle    to InfoMsgTitleText
                   Move TrendNoneText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Open Output Print-File
                   If not PrintOk
                       Move LangPrintFailText  to InfoMsgTextText
                       Move LangPrintFailTitle to InfoMsgTitleText
                       Perform ShowInfoMessage
                       Close Bathist-File
                   Else
                       Move Spaces to PrintLine
                       String TrendHdrPrefix  Delimited by Size
                              Batctl-Run-Date Delimited by Size
                         Into PrintLine
                       End-String
                       Write Print-File-Rec from PrintLine

                       Move Spaces to PrintLine
                       Write Print-File-Rec from PrintLine

                       Move Spaces to PrintLine
                       Move TrendColHdrText to PrintLine
                       Write Print-File-Rec from PrintLine

                       Move Spaces to TrendCurJob
                       Move 0 to TrendSumSecs, TrendRunCount,
                                 TrendLastSecs
                       Set TrendHaveLast to False

                       Set TrendIsAtEnd to False
                       Move Low-Values to Bathist-File-Key
                       Start Bathist-File Key is Greater than
                             or Equal Bathist-File-Key
                           Invalid Key
                               Set TrendIsAtEnd to True
                       End-Start

                       Perform until TrendIsAtEnd
                           Read Bathist-File Next Record
                               At End
                                   Set TrendIsAtEnd to True
                               Not At End
                                   Perform AccumTrendRecord
                           End-Read
                       End-perform

                       If TrendCurJob not = Spaces
                           Perform PrintTrendLine
                       End-If

                       Close Bathist-File
                       Close Print-File
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       AccumTrendRecord Section.
      *--------------------------------------------------------------*
      *  Folds one history record into the current job group,
      *  printing the finished group's line at each change of job
      *  name (the history file is keyed job + run date, so a
      *  sequential pass arrives grouped).
      ****************************************************************
           If Bathist-File-Job not = TrendCurJob
               If TrendCurJob not = Spaces
                   Perform PrintTrendLine
               End-If
               Move Bathist-File-Job to TrendCurJob
               Move 0 to TrendSumSecs, TrendRunCount, TrendLastSecs
               Set TrendHaveLast to False
           End-If.

           If Bathist-File-Start not = Spaces
              and Bathist-File-Comp not = Spaces
               Move Bathist-File-Start to ElapsedFromText
               Move Bathist-File-Comp  to ElapsedToText
               Perform ComputeElapsedSeconds
               Add ElapsedTotSecs to TrendSumSecs
               Add 1 to TrendRunCount
               If Bathist-File-Run-Date = Batctl-Run-Date
                   Move ElapsedTotSecs to TrendLastSecs
                   Set TrendHaveLast to True
               End-If
           End-If.

      *--------------------------------------------------------------*
       PrintTrendLine Section.
      *--------------------------------------------------------------*
      *  Prints one trend report line for the job group just
      *  finished: last night's elapsed time, the average over the
      *  retained history, the number of runs averaged, and the **
      *  flag when last night exceeded the average by more than a
      *  quarter.
      ****************************************************************
           If TrendRunCount > 0
               Compute TrendAvgSecs = TrendSumSecs / TrendRunCount
           Else
               Move 0 to TrendAvgSecs
           End-If.

           Move TrendAvgSecs to ElapsedTotSecs.
           Perform FormatElapsedSecs.
           Move ElapsedHMSText to TrendAvgText.

           If TrendHaveLast
               Move TrendLastSecs to ElapsedTotSecs
               Perform FormatElapsedSecs
               Move ElapsedHMSText to TrendLastText
           Else
               Move '--:--:--' to TrendLastText
           End-If.

           Move Spaces to TrendFlagText.
           If TrendHaveLast and TrendRunCount > 0
              and (TrendLastSecs * 4) > (TrendAvgSecs * 5)
               Move '**' to TrendFlagText
           End-If.

           Move TrendRunCount to TrendRunsDisp.
           Move Spaces to PrintLine.
           String TrendCurJob   Delimited by Size
                  '  '          Delimited by Size
                  TrendLastText Delimited by Size
                  '   '         Delimited by Size
                  TrendAvgText  Delimited by Size
                  '   '         Delimited by Size
                  TrendRunsDisp Delimited by Size
                  '  '          Delimited by Size
                  TrendFlagText Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       DoForecast Section.
      *--------------------------------------------------------------*
      *  AB-Forecast.  Puts up the forecast dialog for a start date
      *  (the current run date to begin with) and a number of
      *  nights, and prints the forecast to PRN.  The forecast only
      *  reads the masters, so any signed-on operator may run it.
      ****************************************************************
           Set ForeWasCancelled to False.

           Set DialogProc to ENTRY 'ForecastDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-Forecast
                       by value LongNull
                 returning ReturnData.

           If not ForeWasCancelled
               Perform PrintForecast
           End-If.

      *--------------------------------------------------------------*
       RunForecastBatch Section.
      *--------------------------------------------------------------*
      *  The unattended run's forecast: from the current run date,
      *  for the number of nights in PMABOUTFCST, or the default
      *  when it is not set or not usable.
      ****************************************************************
           Move Batctl-Run-Date to ForeStartText.
           Move Spaces to ForeNightsText.
           Accept ForeNightsText from Environment 'PMABOUTFCST'.
           Perform CheckForeFields.
           If not ForeIsValid
               Move Batctl-Run-Date   to ForeStartDate
               Move ForeNightsDefault to ForeNightCount
           End-If.
           Perform PrintForecast.

      *--------------------------------------------------------------*
       CheckForeFields Section.
      *--------------------------------------------------------------*
      *  Judges the start date and number of nights keyed on the
      *  forecast dialog (or taken from PMABOUTFCST).  A single
      *  digit night count is taken as keyed.  Leaves ForeIsValid
      *  set with ForeStartDate and ForeNightCount filled in, or
      *  the refusal text in the information message.
      ****************************************************************
           Set ForeIsValid to False.
           Move ForecastTitle to InfoMsgTitleText.
           Move Spaces        to InfoMsgTextText.
           If (ForeNightsText(2:1) = Space
               or ForeNightsText(2:1) = Low-Value)
              and ForeNightsText(1:1) not = Space
               Move ForeNightsText(1:1) to ForeNightsText(2:1)
               Move '0'                 to ForeNightsText(1:1)
           End-If.

           Evaluate True
               When ForeStartText not Numeric
                 or ForeStartMM < '01' or ForeStartMM > '12'
                 or ForeStartDD < '01' or ForeStartDD > '31'
                   Move ForeBadStartText  to InfoMsgTextText
               When ForeNightsText not Numeric
                 or ForeNightsNum = 0
                 or ForeNightsNum > ForeNightsMax
                   Move ForeBadNightsText to InfoMsgTextText
               When Other
                   Set ForeIsValid to True
                   Move ForeStartText to ForeStartDate
                   Move ForeNightsNum to ForeNightCount
           End-Evaluate.

      *--------------------------------------------------------------*
       PrintForecast Section.
      *--------------------------------------------------------------*
      *  Prints the forecast for ForeNightCount nights from
      *  ForeStartDate.  The job table is loaded first (with each
      *  job's history average); then each night in turn is put in
      *  the control record's run date so ComputeRunDateDow,
      *  ScanHolidayList, CheckStepDue, and AddOneDay judge it
      *  exactly as they judge the real run date.  The real run
      *  date is put back before anything else is shown.
      ****************************************************************
           Move Batctl-Run-Date to ForeSavedRunDate.
           Perform LoadForecastJobs.

           If ForeJobCount = 0
               Move ForecastTitle   to InfoMsgTitleText
               Move ForeNoSchedText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Open Output Print-File
               If not PrintOk
                   Move LangPrintFailText  to InfoMsgTextText
                   Move LangPrintFailTitle to InfoMsgTitleText
                   Perform ShowInfoMessage
               Else
                   Move Spaces to PrintLine
                   Move ForeNightCount to ForeCountDisp
                   String ForeRptHdrPrefix Delimited by Size
                          ForeStartDate    Delimited by Space
                          ' FOR '          Delimited by Size
                          ForeCountDisp    Delimited by Size
                          ' NIGHTS'        Delimited by Size
                     Into PrintLine
                   End-String
                   Write Print-File-Rec from PrintLine

                   Set RuncalIsAvail to False
                   Open Input Runcal-File
                   If not RuncalFileMissing
                       Set RuncalIsAvail to True
                   End-If

                   Move 0 to ForeHeavyCount
                   Move ForeStartDate to Batctl-Run-Date
                   Perform varying ForeNightIx from 1 by 1
                           until ForeNightIx > ForeNightCount
                       Perform ForecastOneNight
                   End-Perform
                   Move ForeSavedRunDate to Batctl-Run-Date
                   Perform CloseRunCalendar

                   Move Spaces to PrintLine
                   Write Print-File-Rec from PrintLine
                   Move ForeHeavyCount to ForeCountDisp
                   String 'HEAVY NIGHTS FLAGGED: ' Delimited by Size
                          ForeCountDisp            Delimited by Size
                     Into PrintLine
                   End-String
                   Write Print-File-Rec from PrintLine
                   Close Print-File

                   Move 'FCST-RPT' to AuditAction
                   Move Spaces     to AuditDetail
                   Move ForeNightCount to ForeCountDisp
                   String ForeStartDate Delimited by Space
                          ' NIGHTS '    Delimited by Size
                          ForeCountDisp Delimited by Size
                     Into AuditDetail
                   End-String
                   Perform AppendAuditRecord
               End-If
           End-If.
           Move ForeSavedRunDate to Batctl-Run-Date.

      *--------------------------------------------------------------*
       LoadForecastJobs Section.
      *--------------------------------------------------------------*
      *  Copies every JOBSCHED job into ForeJobTable with its
      *  average elapsed time over the retained BATHIST runs
      *  (GetJobAvgElapsed), so each job's history is read once
      *  however many nights are forecast.  No history file simply
      *  leaves every average at zero.
      ****************************************************************
           Move 0 to ForeJobCount.
           Open Input Jobsched-File.
           If not JobschedFileMissing
               Open Input Bathist-File
               Set ForeJobIsAtEnd to False
               Move Low-Values to Jobsched-File-Key
               Start Jobsched-File Key is Greater than or Equal
                     Jobsched-File-Key
                   Invalid Key
                       Set ForeJobIsAtEnd to True
               End-Start

               Perform until ForeJobIsAtEnd
                   Read Jobsched-File Next Record
                       At End
                           Set ForeJobIsAtEnd to True
                       Not At End
                           If ForeJobCount < ForeJobMax
                               Perform AddForecastJob
                           End-If
                   End-Read
               End-perform

               If not BathistFileMissing
                   Close Bathist-File
               End-If
               Close Jobsched-File
           End-If.

      *--------------------------------------------------------------*
       AddForecastJob Section.
      *--------------------------------------------------------------*
      *  Adds the schedule entry just read to ForeJobTable.
      ****************************************************************
           Add 1 to ForeJobCount.
           Move Jobsched-File-Key to ForeJobName(ForeJobCount).
           Move 0                 to ForeJobAvgSecs(ForeJobCount).
           Move 'N'               to ForeJobHasHist(ForeJobCount).
           Move Space             to ForeJobStatus(ForeJobCount).
           If not BathistFileMissing
               Move Jobsched-File-Key to AvgElapJob
               Perform GetJobAvgElapsed
               Move AvgElapSecs to ForeJobAvgSecs(ForeJobCount)
               If AvgElapCount > 0
                   Move 'Y' to ForeJobHasHist(ForeJobCount)
               End-If
           End-If.

      *--------------------------------------------------------------*
       ForecastOneNight Section.
      *--------------------------------------------------------------*
      *  Forecasts the night in Batctl-Run-Date and leaves the run
      *  date rolled on to the next night.  Every job is judged
      *  (JudgeForecastJob), then the night line is printed with
      *  the count due, the expected window (the sum of the
      *  averages of the jobs due), and the heavy-night flags,
      *  followed by one line per job due, carried, or held.  The
      *  night is month-end when the next day is the 1st, and
      *  quarter-end when that month is March, June, September, or
      *  December.
      ****************************************************************
           Move Batctl-Run-Date to ForeNightDate.
           Perform ComputeRunDateDow.
           Set RunDateIsHoliday to False.
           Perform ScanHolidayList.

           Set ForeIsMonthEnd to False.
           Set ForeIsQtrEnd   to False.
           Perform AddOneDay.
           Move ForeNightDate to Batctl-Run-Date.
           If NextDateDD = 1
               Set ForeIsMonthEnd to True
               If RunDateMM = 3 or RunDateMM = 6
                  or RunDateMM = 9 or RunDateMM = 12
                   Set ForeIsQtrEnd to True
               End-If
           End-If.

           Move 0 to ForeDueCount, ForeCarryCount, ForeHeldCount,
                     ForeWindowSecs.
           Perform varying ForeJobIx from 1 by 1
                   until ForeJobIx > ForeJobCount
               Perform JudgeForecastJob
           End-Perform.

           Move Spaces to ForeFlagText.
           If ForeIsMonthEnd
               Move 'MONTH-END' to ForeFlagText(4:9)
           End-If.
           If ForeIsQtrEnd
               Move 'QTR-END'   to ForeFlagText(14:7)
           End-If.
           If ForeHeldCount > 0
               Move 'HOLIDAY'   to ForeFlagText(22:7)
           End-If.
           If ForeCarryCount > 0
               Move 'CARRYOVER' to ForeFlagText(30:9)
           End-If.
           If ForeIsMonthEnd or ForeIsQtrEnd or ForeCarryCount > 0
               Move '**' to ForeFlagText(1:2)
               Add 1 to ForeHeavyCount
           End-If.

           Move ForeWindowSecs to ElapsedTotSecs.
           Perform FormatElapsedSecs.
           Compute ForeCountDisp = ForeDueCount + ForeCarryCount.
           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.
           String ForeNightDate(1:6)     Delimited by Size
                  ' '                    Delimited by Size
                  ForeDowName(RunDowIx)  Delimited by Size
                  '  DUE '               Delimited by Size
                  ForeCountDisp          Delimited by Size
                  '  WINDOW '            Delimited by Size
                  ElapsedHMSText         Delimited by Size
                  '  '                   Delimited by Size
                  ForeFlagText           Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           Perform varying ForeJobIx from 1 by 1
                   until ForeJobIx > ForeJobCount
               If ForeJobStatus(ForeJobIx) not = Space
                   Perform PrintForecastJob
               End-If
           End-Perform.

           Move ForeNightDate to Batctl-Run-Date.
           Perform AddOneDay.

      *--------------------------------------------------------------*
       JudgeForecastJob Section.
      *--------------------------------------------------------------*
      *  Sets the forecast status of the job at ForeJobIx for the
      *  night: D due by its own calendar, H held because the night
      *  is a holiday the job does not run on (it would otherwise
      *  be due, or it is still held over from the night before),
      *  C carried over from a holiday held the night before, or
      *  space when not due.  D and C jobs count toward the night's
      *  window.
      ****************************************************************
           Move ForeJobStatus(ForeJobIx) to ForePrevStatus.
           Move Space to ForeJobStatus(ForeJobIx).
           Move ForeJobName(ForeJobIx) to CalCheckJob.
           Perform CheckStepDue.

           If StepIsDue
               Move 'D' to ForeJobStatus(ForeJobIx)
           Else
               If RunDateIsHoliday
                   Set RunDateIsHoliday to False
                   Perform CheckStepDue
                   Set RunDateIsHoliday to True
                   If StepIsDue or ForePrevStatus = 'H'
                       Move 'H' to ForeJobStatus(ForeJobIx)
                   End-If
               Else
                   If ForePrevStatus = 'H'
                       Move 'C' to ForeJobStatus(ForeJobIx)
                   End-If
               End-If
           End-If.

           Evaluate True
               When ForeJobIsDue(ForeJobIx)
                   Add 1 to ForeDueCount
                   Add ForeJobAvgSecs(ForeJobIx) to ForeWindowSecs
               When ForeJobIsCarried(ForeJobIx)
                   Add 1 to ForeCarryCount
                   Add ForeJobAvgSecs(ForeJobIx) to ForeWindowSecs
               When ForeJobIsHeld(ForeJobIx)
                   Add 1 to ForeHeldCount
               When Other
                   Continue
           End-Evaluate.

      *--------------------------------------------------------------*
       PrintForecastJob Section.
      *--------------------------------------------------------------*
      *  Prints one job line under the night line: the job and its
      *  average elapsed time (or NO HISTORY), noting a holiday
      *  carryover, or noting that the job is held for the holiday.
      ****************************************************************
           Move Spaces to PrintLine.
           If ForeJobIsHeld(ForeJobIx)
               String '    '                 Delimited by Size
                      ForeJobName(ForeJobIx) Delimited by Size
                      '  HELD FOR HOLIDAY'   Delimited by Size
                 Into PrintLine
               End-String
           Else
               If ForeJobHasHist(ForeJobIx) = 'Y'
                   Move ForeJobAvgSecs(ForeJobIx) to ElapsedTotSecs
                   Perform FormatElapsedSecs
               Else
                   Move 'NO HIST ' to ElapsedHMSText
               End-If
               String '    '                 Delimited by Size
                      ForeJobName(ForeJobIx) Delimited by Size
                      '  '                   Delimited by Size
                      ElapsedHMSText         Delimited by Size
                 Into PrintLine
               End-String
               If ForeJobIsCarried(ForeJobIx)
                   Move 'HOLIDAY CARRYOVER' to PrintLine(26:17)
               End-If
           End-If.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       DoIntegrityCheck Section.
      *--------------------------------------------------------------*
      *  AB-Integrity.  Runs the cross-file integrity check to PRN
      *  and tells the operator how many inconsistencies it found
      *  and the return code it set.  The check only reads the
      *  files, so any signed-on operator may run it.
      ****************************************************************
           Perform RunIntegrityCheck.
           If PrintOk
               Move IntegTitle to InfoMsgTitleText
               Move Spaces     to InfoMsgTextText
               If IntegFindCount = 0
                   Move IntegCleanText to InfoMsgTextText
               Else
                   Move IntegFindCount to IntegCountDisp
                   Move IntegRc        to IntegRcDisp
                   String 'Inconsistencies found: ' Delimited by Size
                          IntegCountDisp            Delimited by Size
                          '  return code '          Delimited by Size
                          IntegRcDisp               Delimited by Size
                          ' -- see the printout.'   Delimited by Size
                     Into InfoMsgTextText
                   End-String
               End-If
               Perform ShowInfoMessage
           End-If.

      *--------------------------------------------------------------*
       RunIntegrityCheck Section.
      *--------------------------------------------------------------*
      *  The integrity check proper, shared by the console and the
      *  unattended run.  Loads the date tables (current BATCTL run
      *  dates, BATHIST run dates, PASS certifications, CUT-OVRD
      *  overrides), then prints the findings of each check in
      *  turn and the count and return code.  Leaves IntegRc set
      *  (8 when not even the report could be opened) and audits
      *  the run as INTEG-CHK.
      ****************************************************************
           Move 0 to IntegFindCount, IntegRc.

           Open Output Print-File.
           If not PrintOk
               Move LangPrintFailText  to InfoMsgTextText
               Move LangPrintFailTitle to InfoMsgTitleText
               Perform ShowInfoMessage
               Move 8 to IntegRc
           Else
               Accept IntegNowTime  from Time
               Accept IntegDateText from Date
               Move Spaces to PrintLine
               String IntegRptHdrPrefix Delimited by Size
                      IntegDateText     Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine
               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               Move IntegColHdrText to PrintLine
               Write Print-File-Rec from PrintLine

               Perform IntegLoadControlDates
               Perform IntegLoadHistoryDates
               Perform IntegLoadCertDates
               Perform IntegLoadOvrdDates
               Perform IntegCheckCutovers
               Perform IntegCheckUncutHistory
               Perform IntegCheckOrphanJobs
               Perform IntegCheckLocks
               Perform IntegCheckSupervisor

               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               Move IntegFindCount to IntegCountDisp
               Move IntegRc        to IntegRcDisp
               String 'INCONSISTENCIES FOUND: ' Delimited by Size
                      IntegCountDisp            Delimited by Size
                      '   RETURN CODE '         Delimited by Size
                      IntegRcDisp               Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine
               Close Print-File
           End-If.

           Move 'INTEG-CHK' to AuditAction.
           Move Spaces      to AuditDetail.
           Move IntegFindCount to IntegCountDisp.
           Move IntegRc        to IntegRcDisp.
           String 'FOUND '       Delimited by Size
                  IntegCountDisp Delimited by Size
                  ' RC '         Delimited by Size
                  IntegRcDisp    Delimited by Size
             Into AuditDetail
           End-String.
           Perform AppendAuditRecord.

      *--------------------------------------------------------------*
       WriteIntegFinding Section.
      *--------------------------------------------------------------*
      *  Prints one finding (IntegFile, IntegKey, IntegProblem) and
      *  raises IntegRc to IntegSeverity when that is higher.
      ****************************************************************
           Add 1 to IntegFindCount.
           If IntegSeverity > IntegRc
               Move IntegSeverity to IntegRc
           End-If.
           Move Spaces to PrintLine.
           String IntegFile    Delimited by Size
                  ' '          Delimited by Size
                  IntegKey     Delimited by Size
                  ' '          Delimited by Size
                  IntegProblem Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       IntegLoadControlDates Section.
      *--------------------------------------------------------------*
      *  Copies every BATCTL control record's key and current run
      *  date into IntegCtlTable.
      ****************************************************************
           Move 0 to IntegCtlCount.
           Open Input Batctl-File.
           If not BatctlFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Batctl-File-Key
               Start Batctl-File Key is Greater than or Equal
                     Batctl-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Batctl-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           If IntegCtlCount < IntegCtlMax
                               Add 1 to IntegCtlCount
                               Move Batctl-File-Key
                                 to IntegCtlKey(IntegCtlCount)
                               Move Batctl-File-Run-Date
                                 to IntegCtlDate(IntegCtlCount)
                           End-If
                   End-Read
               End-perform
               Close Batctl-File
           End-If.

      *--------------------------------------------------------------*
       IntegLoadHistoryDates Section.
      *--------------------------------------------------------------*
      *  Collects the distinct run dates on BATHIST into
      *  IntegHistTable, each marked not yet seen on CUTLOG.
      ****************************************************************
           Move 0 to IntegHistCount.
           Open Input Bathist-File.
           If not BathistFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Bathist-File-Key
               Start Bathist-File Key is Greater than or Equal
                     Bathist-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Bathist-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           Perform IntegAddHistoryDate
                   End-Read
               End-perform
               Close Bathist-File
           End-If.

      *--------------------------------------------------------------*
       IntegAddHistoryDate Section.
      *--------------------------------------------------------------*
      *  Adds the run date of the BATHIST record just read to
      *  IntegHistTable unless it is already there.
      ****************************************************************
           Set IntegWasFound to False.
           Perform varying IntegIx from 1 by 1
                   until IntegIx > IntegHistCount or IntegWasFound
               If IntegHistDate(IntegIx) = Bathist-File-Run-Date
                   Set IntegWasFound to True
               End-If
           End-Perform.
           If not IntegWasFound and IntegHistCount < IntegDateMax
               Add 1 to IntegHistCount
               Move Bathist-File-Run-Date
                 to IntegHistDate(IntegHistCount)
               Move 'N' to IntegHistCut(IntegHistCount)
           End-If.

      *--------------------------------------------------------------*
       IntegLoadCertDates Section.
      *--------------------------------------------------------------*
      *  Collects every run date with a PASS certification on
      *  CERTLOG into IntegCertTable.
      ****************************************************************
           Move 0 to IntegCertCount.
           Open Input Certlog-File.
           If not CertlogFileMissing
               Set IntegIsAtEnd to False
               Perform until IntegIsAtEnd
                   Read Certlog-File
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           If Certlog-File-Result = 'PASS'
                              and IntegCertCount < IntegDateMax
                               Add 1 to IntegCertCount
                               Move Certlog-File-Run-Date
                                 to IntegCertDate(IntegCertCount)
                           End-If
                   End-Read
               End-perform
               Close Certlog-File
           End-If.

      *--------------------------------------------------------------*
       IntegLoadOvrdDates Section.
      *--------------------------------------------------------------*
      *  Collects every run date cut over by override into
      *  IntegOvrdTable: CUT-OVRD records on the audit trail (the
      *  detail is the run date) and CUT-OVRD approvals on the
      *  override register (the subject is the run date), so an
      *  override whose audit record has since been archived is
      *  still found.
      ****************************************************************
           Move 0 to IntegOvrdCount.
           Open Input Audit-File.
           If not AuditFileMissing
               Set IntegIsAtEnd to False
               Perform until IntegIsAtEnd
                   Read Audit-File
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           If Audit-File-Action = 'CUT-OVRD'
                              and IntegOvrdCount < IntegDateMax
                               Add 1 to IntegOvrdCount
                               Move Audit-File-Detail(1:8)
                                 to IntegOvrdDate(IntegOvrdCount)
                           End-If
                   End-Read
               End-perform
               Close Audit-File
           End-If.

           Open Input Ovrdreg-File.
           If not OvrdregFileMissing
               Set IntegIsAtEnd to False
               Perform until IntegIsAtEnd
                   Read Ovrdreg-File
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           If Ovrdreg-File-Kind = 'CUT-OVRD'
                              and IntegOvrdCount < IntegDateMax
                               Add 1 to IntegOvrdCount
                               Move Ovrdreg-File-Subject(1:8)
                                 to IntegOvrdDate(IntegOvrdCount)
                           End-If
                   End-Read
               End-perform
               Close Ovrdreg-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckCutovers Section.
      *--------------------------------------------------------------*
      *  Walks CUTLOG: each cutover marks its run date as cut over
      *  in IntegHistTable, and a cutover with neither a PASS
      *  certification nor a CUT-OVRD override is a finding.
      ****************************************************************
           Open Input Cutlog-File.
           If not CutlogFileMissing
               Set IntegIsAtEnd to False
               Perform until IntegIsAtEnd
                   Read Cutlog-File
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           Perform IntegCheckOneCutover
                   End-Read
               End-perform
               Close Cutlog-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckOneCutover Section.
      *--------------------------------------------------------------*
      *  Judges the CUTLOG record just read.
      ****************************************************************
           Perform varying IntegIx from 1 by 1
                   until IntegIx > IntegHistCount
               If IntegHistDate(IntegIx) = Cutlog-File-Run-Date
                   Move 'Y' to IntegHistCut(IntegIx)
               End-If
           End-Perform.

           Set IntegWasFound to False.
           Perform varying IntegIx from 1 by 1
                   until IntegIx > IntegCertCount or IntegWasFound
               If IntegCertDate(IntegIx) = Cutlog-File-Run-Date
                   Set IntegWasFound to True
               End-If
           End-Perform.
           Perform varying IntegIx from 1 by 1
                   until IntegIx > IntegOvrdCount or IntegWasFound
               If IntegOvrdDate(IntegIx) = Cutlog-File-Run-Date
                   Set IntegWasFound to True
               End-If
           End-Perform.

           If not IntegWasFound
               Move 'CUTLOG'             to IntegFile
               Move Cutlog-File-Run-Date to IntegKey
               Move 'CUT OVER WITH NO PASS CERT OR CUT-OVRD'
                                         to IntegProblem
               Move 8                    to IntegSeverity
               Perform WriteIntegFinding
           End-If.

      *--------------------------------------------------------------*
       IntegCheckUncutHistory Section.
      *--------------------------------------------------------------*
      *  Every BATHIST run date not seen on CUTLOG is a finding,
      *  unless it is still the current run date on a BATCTL
      *  record (that night has simply not been cut over yet).
      ****************************************************************
           Perform varying IntegIx from 1 by 1
                   until IntegIx > IntegHistCount
               If IntegHistCut(IntegIx) = 'N'
                   Move IntegHistDate(IntegIx) to IntegSearchDate
                   Perform IntegCheckOneUncut
               End-If
           End-Perform.

      *--------------------------------------------------------------*
       IntegCheckOneUncut Section.
      *--------------------------------------------------------------*
      *  Judges the uncut BATHIST run date in IntegSearchDate.
      ****************************************************************
           Set IntegWasFound to False.
           Perform varying IntegIx2 from 1 by 1
                   until IntegIx2 > IntegCtlCount or IntegWasFound
               If IntegCtlDate(IntegIx2) = IntegSearchDate
                   Set IntegWasFound to True
               End-If
           End-Perform.

           If not IntegWasFound
               Move 'BATHIST'       to IntegFile
               Move IntegSearchDate to IntegKey
               Move 'RUN DATE HAS NO CUTLOG CUTOVER'
                                    to IntegProblem
               Move 8               to IntegSeverity
               Perform WriteIntegFinding
           End-If.

      *--------------------------------------------------------------*
       IntegCheckOrphanJobs Section.
      *--------------------------------------------------------------*
      *  EXCPDISP, RERUNREQ, JOBDOC, RUNCAL, DELIVMST (producing
      *  job), RCTABLE (all but the *DEFAULT row), and INCIDENT rows
      *  naming a job with no JOBSCHED entry.  With no schedule file
      *  at all the job checks cannot be made, and that is the
      *  finding.
      ****************************************************************
           Open Input Jobsched-File.
           If JobschedFileMissing
               Move 'JOBSCHED' to IntegFile
               Move Spaces     to IntegKey
               Move 'FILE NOT FOUND -- JOB CHECKS NOT MADE'
                               to IntegProblem
               Move 4          to IntegSeverity
               Perform WriteIntegFinding
           Else
               Perform IntegCheckExcpdisp
               Perform IntegCheckRerunreq
               Perform IntegCheckJobdoc
               Perform IntegCheckRuncal
               Perform IntegCheckDelivmst
               Perform IntegCheckRctable
               Perform IntegCheckIncident
               Close Jobsched-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckSchedJob Section.
      *--------------------------------------------------------------*
      *  Looks up the job in IntegKey(1:8) on JOBSCHED and writes
      *  the orphan finding for IntegFile when it is not there.
      ****************************************************************
           Move IntegKey(1:8) to Jobsched-File-Key.
           Read Jobsched-File
               Invalid Key
                   Move 'JOB NOT ON JOBSCHED' to IntegProblem
                   Move 4                     to IntegSeverity
                   Perform WriteIntegFinding
               Not Invalid Key
                   Continue
           End-Read.

      *--------------------------------------------------------------*
       IntegCheckExcpdisp Section.
      *--------------------------------------------------------------*
      *  Exception dispositions for jobs no longer scheduled.
      ****************************************************************
           Open Input Excpdisp-File.
           If not ExcpdispFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Excpdisp-File-Key
               Start Excpdisp-File Key is Greater than or Equal
                     Excpdisp-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Excpdisp-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           Move 'EXCPDISP' to IntegFile
                           Move Spaces     to IntegKey
                           String Excpdisp-File-Job Delimited by Size
                                  ' '               Delimited by Size
                                  Excpdisp-File-Run-Date
                                                    Delimited by Size
                             Into IntegKey
                           End-String
                           Perform IntegCheckSchedJob
                   End-Read
               End-perform
               Close Excpdisp-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckRerunreq Section.
      *--------------------------------------------------------------*
      *  Rerun requests for jobs no longer scheduled.
      ****************************************************************
           Open Input Rerun-File.
           If not RerunFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Rerun-File-Key
               Start Rerun-File Key is Greater than or Equal
                     Rerun-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Rerun-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           Move 'RERUNREQ' to IntegFile
                           Move Spaces     to IntegKey
                           String Rerun-File-Job      Delimited by Size
                                  ' '                 Delimited by Size
                                  Rerun-File-Run-Date Delimited by Size
                             Into IntegKey
                           End-String
                           Perform IntegCheckSchedJob
                   End-Read
               End-perform
               Close Rerun-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckJobdoc Section.
      *--------------------------------------------------------------*
      *  Run book entries for jobs no longer scheduled.
      ****************************************************************
           Open Input Jobdoc-File.
           If not JobdocFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Jobdoc-File-Key
               Start Jobdoc-File Key is Greater than or Equal
                     Jobdoc-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Jobdoc-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           Move 'JOBDOC'        to IntegFile
                           Move Jobdoc-File-Key to IntegKey
                           Perform IntegCheckSchedJob
                   End-Read
               End-perform
               Close Jobdoc-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckRuncal Section.
      *--------------------------------------------------------------*
      *  Run calendar entries for jobs no longer scheduled.
      ****************************************************************
           Open Input Runcal-File.
           If not RuncalFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Runcal-File-Key
               Start Runcal-File Key is Greater than or Equal
                     Runcal-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Runcal-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           Move 'RUNCAL'        to IntegFile
                           Move Runcal-File-Key to IntegKey
                           Perform IntegCheckSchedJob
                   End-Read
               End-perform
               Close Runcal-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckDelivmst Section.
      *--------------------------------------------------------------*
      *  Deliverables produced by a job no longer scheduled.  Such a
      *  job has no RUNCAL record either, so CheckStepDue takes the
      *  deliverable as owed every night and it shows missed on
      *  every handoff report, extract, and SLA report.
      ****************************************************************
           Open Input Delivmst-File.
           If not DelivmstFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Delivmst-File-Key
               Start Delivmst-File Key is Greater than or Equal
                     Delivmst-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Delivmst-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           Perform IntegCheckOneDeliv
                   End-Read
               End-perform
               Close Delivmst-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckOneDeliv Section.
      *--------------------------------------------------------------*
      *  Looks the producing job of the deliverable just read up on
      *  JOBSCHED.  The finding is keyed by deliverable ID and job.
      ****************************************************************
           Move Delivmst-File-Job to Jobsched-File-Key.
           Read Jobsched-File
               Invalid Key
                   Move 'DELIVMST' to IntegFile
                   Move Spaces     to IntegKey
                   String Delivmst-File-Key Delimited by Size
                          ' '               Delimited by Size
                          Delivmst-File-Job Delimited by Size
                     Into IntegKey
                   End-String
                   Move 'PRODUCING JOB NOT ON JOBSCHED'
                                   to IntegProblem
                   Move 4          to IntegSeverity
                   Perform WriteIntegFinding
               Not Invalid Key
                   Continue
           End-Read.

      *--------------------------------------------------------------*
       IntegCheckRctable Section.
      *--------------------------------------------------------------*
      *  Return-code table rows for jobs no longer scheduled.  The
      *  shop default row is not a job and is passed over.
      ****************************************************************
           Open Input Rctable-File.
           If not RctableFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Rctable-File-Key
               Start Rctable-File Key is Greater than or Equal
                     Rctable-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Rctable-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           If Rctable-File-Key not = RcDefaultKey
                               Move 'RCTABLE'        to IntegFile
                               Move Rctable-File-Key to IntegKey
                               Perform IntegCheckSchedJob
                           End-If
                   End-Read
               End-perform
               Close Rctable-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckIncident Section.
      *--------------------------------------------------------------*
      *  Incidents for jobs no longer scheduled.
      ****************************************************************
           Open Input Incident-File.
           If not IncidentFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Incident-File-Key
               Start Incident-File Key is Greater than or Equal
                     Incident-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Incident-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           Move 'INCIDENT' to IntegFile
                           Move Spaces     to IntegKey
                           String Incident-File-Job Delimited by Size
                                  ' '               Delimited by Size
                                  Incident-File-Run-Date
                                                    Delimited by Size
                             Into IntegKey
                           End-String
                           Perform IntegCheckSchedJob
                   End-Read
               End-perform
               Close Incident-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckLocks Section.
      *--------------------------------------------------------------*
      *  Every BATLOCK checkout other than this console's own is
      *  judged by IntegCheckOneLock.
      ****************************************************************
           Open Input Batlock-File.
           If not BatlockFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Batlock-File-Key
               Start Batlock-File Key is Greater than or Equal
                     Batlock-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Batlock-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           If LockIsHeld
                              and Batlock-File-Key = LockHeldKey
                              and Batlock-File-Oper = ProfileUserId
                               Continue
                           Else
                               Perform IntegCheckOneLock
                           End-If
                   End-Read
               End-perform
               Close Batlock-File
           End-If.

      *--------------------------------------------------------------*
       IntegCheckOneLock Section.
      *--------------------------------------------------------------*
      *  A checkout is stale when it is older than IntegLockMaxSecs
      *  (the lock time has no date, so a lock from before midnight
      *  is aged across it), when its holder is not an active
      *  operator on OPERMAST, or when its control key is not on
      *  BATCTL.
      ****************************************************************
           Move 'BATLOCK' to IntegFile.
           Move Spaces    to IntegKey, IntegProblem.
           String Batlock-File-Key  Delimited by Size
                  ' '               Delimited by Size
                  Batlock-File-Oper Delimited by Size
             Into IntegKey
           End-String.

           Move Batlock-File-Time to IntegLockTime.
           Compute IntegLockAgeSecs =
                   ((IntegNowHH * 3600) + (IntegNowMM * 60)
                   + IntegNowSS)
                 - ((IntegLockHH * 3600) + (IntegLockMM * 60)
                   + IntegLockSS).
           If IntegLockAgeSecs < 0
               Add 86400 to IntegLockAgeSecs
           End-If.

           Set IntegWasFound to False.
           Perform varying IntegIx from 1 by 1
                   until IntegIx > IntegCtlCount or IntegWasFound
               If IntegCtlKey(IntegIx) = Batlock-File-Key
                   Set IntegWasFound to True
               End-If
           End-Perform.
           If not IntegWasFound
               Move 'STALE CHECKOUT -- NO SUCH CONTROL KEY'
                 to IntegProblem
           End-If.

           Open Input Opermast-File.
           If not OpermastFileMissing
               Move Batlock-File-Oper to Opermast-File-Key
               Read Opermast-File
                   Invalid Key
                       Move 'STALE CHECKOUT -- HOLDER NOT ON OPERMAST'
                         to IntegProblem
                   Not Invalid Key
                       If Opermast-File-Active not = 'Y'
                           Move 'STALE CHECKOUT -- HOLDER NOT ACTIVE'
                             to IntegProblem
                       End-If
               End-Read
               Close Opermast-File
           End-If.

           If IntegProblem = Spaces
              and IntegLockAgeSecs > IntegLockMaxSecs
               Move 'STALE CHECKOUT -- HELD OVER 12 HOURS'
                 to IntegProblem
           End-If.

           If IntegProblem not = Spaces
               Move 4 to IntegSeverity
               Perform WriteIntegFinding
           End-If.

      *--------------------------------------------------------------*
       IntegCheckSupervisor Section.
      *--------------------------------------------------------------*
      *  At least one operator on OPERMAST must be active with
      *  supervisor authority, or nobody can certify, cut over,
      *  maintain the masters, or approve an override.
      ****************************************************************
           Set IntegHaveSupervisor to False.
           Open Input Opermast-File.
           If not OpermastFileMissing
               Set IntegIsAtEnd to False
               Move Low-Values to Opermast-File-Key
               Start Opermast-File Key is Greater than or Equal
                     Opermast-File-Key
                   Invalid Key
                       Set IntegIsAtEnd to True
               End-Start
               Perform until IntegIsAtEnd
                   Read Opermast-File Next Record
                       At End
                           Set IntegIsAtEnd to True
                       Not At End
                           If Opermast-File-Active = 'Y'
                              and Opermast-File-Auth = '3'
                               Set IntegHaveSupervisor to True
                               Set IntegIsAtEnd to True
                           End-If
                   End-Read
               End-perform
               Close Opermast-File
           End-If.

           If not IntegHaveSupervisor
               Move 'OPERMAST' to IntegFile
               Move Spaces     to IntegKey
               Move 'NO ACTIVE SUPERVISOR ON FILE' to IntegProblem
               Move 8          to IntegSeverity
               Perform WriteIntegFinding
           End-If.

      *--------------------------------------------------------------*
       DoSlaReport Section.
      *--------------------------------------------------------------*
      *  AB-SlaReport.  Prints the monthly SLA attainment report for
      *  the service review: for the keyed month (YYMM), every
      *  deliverable on DELIVMST judged over each night CERTLOG has
      *  for the month, from the producing job's BATHIST record --
      *  nights owed, nights on time, the percentage on time, and
      *  one line per miss with its minutes late (or why it was
      *  missed when the job failed or never completed).
      ****************************************************************
           Set KeyPromptForMonth to True.
           Move SlaPromptTitle to KeyPromptTitleText.
           Move Low-Values to KeyPromptTitleNull.
           Perform PromptForKey.

           If not KeyPromptWasCancelled
               Move KeyPromptValueText(1:4) to MrptMonth
               If MrptMonth = Spaces
                   Move SlaTitle         to InfoMsgTitleText
                   Move MonthlyBlankText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Move 0 to MrptPassCount, MrptFailCount,
                             MrptExcTotal
                   Perform ScanCertlogMonth
                   Open Input Delivmst-File
                   If not DelivmstFileMissing
                       If MrptCertCount > 0
                           Perform PrintSlaReport
                           Move 'SLA-RPT'  to AuditAction
                           Move MrptMonth  to AuditDetail
                           Perform AppendAuditRecord
                       End-If
                       Close Delivmst-File
                   End-If
                   If DelivmstFileMissing or MrptCertCount = 0
                       Move SlaTitle   to InfoMsgTitleText
                       Move SlaNoneText to InfoMsgTextText
                       Perform ShowInfoMessage
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       PrintSlaReport Section.
      *--------------------------------------------------------------*
      *  Formats the attainment report onto PRN, a block per
      *  deliverable.  Each night is judged by stepping the
      *  in-memory run date to it so the calendar helpers work
      *  exactly as they do for the current night; the run date is
      *  put back before anything else can see it.
      ****************************************************************
           Open Output Print-File.
           If not PrintOk
               Move LangPrintFailText  to InfoMsgTextText
               Move LangPrintFailTitle to InfoMsgTitleText
               Perform ShowInfoMessage
           Else
               Move Spaces to PrintLine
               String SlaHdrPrefix Delimited by Size
                      MrptMonth    Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Move Batctl-Run-Date to SlaSavedRunDate
               Move 0 to SlaCount
               Perform LoadRcTable
               Open Input Bathist-File

               Set DelivIsAtEnd to False
               Move Low-Values to Delivmst-File-Key
               Start Delivmst-File Key is Greater than or Equal
                     Delivmst-File-Key
                   Invalid Key
                       Set DelivIsAtEnd to True
               End-Start

               Perform until DelivIsAtEnd
                   Read Delivmst-File Next Record
                       At End
                           Set DelivIsAtEnd to True
                       Not At End
                           Perform PrintSlaDeliverable
                   End-Read
               End-perform

               If not BathistFileMissing
                   Close Bathist-File
               End-If
               Move SlaSavedRunDate to Batctl-Run-Date

               If SlaCount = 0
                   Move Spaces to PrintLine
                   Write Print-File-Rec from PrintLine
                   Move SlaNoneText to PrintLine
                   Write Print-File-Rec from PrintLine
               End-If

               Close Print-File
           End-If.

      *--------------------------------------------------------------*
       PrintSlaDeliverable Section.
      *--------------------------------------------------------------*
      *  Prints the block for the deliverable just read: a heading
      *  line, a line per missed night, and the attainment line.
      ****************************************************************
           Add 1 to SlaCount.
           Move 0 to SlaOwed, SlaOnTime.

           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.
           String Delivmst-File-Key      Delimited by Size
                  '  '                   Delimited by Size
                  Delivmst-File-Name     Delimited by Size
                  '  JOB '               Delimited by Size
                  Delivmst-File-Job      Delimited by Size
                  '  DUE '               Delimited by Size
                  Delivmst-File-Deadline Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           Perform varying SlaNightIx from 1 by 1
                   until SlaNightIx > MrptCertCount
               Perform JudgeSlaNight
           End-Perform.

           Move Spaces to PrintLine.
           If SlaOwed = 0
               Move '    NOT OWED ON ANY NIGHT OF THE MONTH'
                 to PrintLine
           Else
               Compute SlaPct = (SlaOnTime * 100) / SlaOwed
               Move SlaOwed   to SlaOwedDisp
               Move SlaOnTime to SlaOnTimeDisp
               String '    NIGHTS OWED '  Delimited by Size
                      SlaOwedDisp        Delimited by Size
                      '  ON TIME '       Delimited by Size
                      SlaOnTimeDisp      Delimited by Size
                      '  ATTAINMENT '    Delimited by Size
                      SlaPct             Delimited by Size
                      '%'                Delimited by Size
                 Into PrintLine
               End-String
           End-If.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       JudgeSlaNight Section.
      *--------------------------------------------------------------*
      *  Judges the deliverable just read for the certified night
      *  at SlaNightIx, from its producing job's BATHIST record for
      *  that night, and prints a line when it was missed.  A past
      *  night is never PENDING -- not completed is a miss.
      ****************************************************************
           Move MrptCertDate(SlaNightIx) to Batctl-Run-Date.
           Perform OpenRunCalendar.
           If not RuncalIsAvail
               Perform ComputeRunDateDow
               Perform ScanHolidayList
           End-If.
           Perform JudgeDelivOwed.
           Perform CloseRunCalendar.

           If DelivIsOwed
               Add 1 to SlaOwed
               Move Spaces to DelivCompText, DelivRcText
               If not BathistFileMissing
                   Move Delivmst-File-Job   to Bathist-File-Job
                   Move Batctl-Run-Date     to Bathist-File-Run-Date
                   Read Bathist-File
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move Bathist-File-Comp to DelivCompText
                           Move Bathist-File-Rc   to DelivRcText
                   End-Read
               End-If
               Set DelivNightIsLive to False
               Perform JudgeDelivStatus
               If DelivStatusMet
                   Add 1 to SlaOnTime
               Else
                   Move Spaces to PrintLine
                   String '    '                   Delimited by Size
                          Batctl-Run-Date(1:6)     Delimited by Size
                          '  MISSED  '             Delimited by Size
                          DelivNote                Delimited by Size
                     Into PrintLine
                   End-String
                   Write Print-File-Rec from PrintLine
               End-If
           End-If.

      *--------------------------------------------------------------*
       DoSchedSync Section.
      *--------------------------------------------------------------*
      *  AB-SchedSync.  Puts up the scheduler sync dialog: Report
      *  prints the reconciliation of the scheduler's definition
      *  export against JOBSCHED and RUNCAL; Apply (supervisors
      *  only, change ticket required) applies the approved kinds
      *  of difference and prints what was applied.
      ****************************************************************
           Set DialogProc to ENTRY 'SchedSyncDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-SchedSync
                       by value LongNull
                 returning ReturnData.

      *--------------------------------------------------------------*
       RunSyncBatch Section.
      *--------------------------------------------------------------*
      *  The unattended run's reconciliation: printed when
      *  PMABOUTSYNC is Y, so the differences are waiting for the
      *  morning supervisor.  Nothing is ever applied unattended.
      ****************************************************************
           Move Spaces to SyncRunSwitch.
           Accept SyncRunSwitch from Environment 'PMABOUTSYNC'.
           If SyncIsRequested
               Set SyncApplyRequested to False
               Perform RunSchedReconcile
           End-If.

      *--------------------------------------------------------------*
       SyncApplyEntry Section.
      *--------------------------------------------------------------*
      *  Apply push button on the sync dialog.  Only a supervisor
      *  may apply, and the change ticket is required, since every
      *  applied difference goes through the change journal.
      ****************************************************************
           If not OperIsSupervisor
               Perform ShowNotAuthorized
           Else
               If ChgTicketText = Spaces
                   Move SyncTitle          to InfoMsgTitleText
                   Move ChgTicketBlankText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Set SyncApplyRequested to True
                   Perform RunSchedReconcile
               End-If
           End-If.

      *--------------------------------------------------------------*
       RunSchedReconcile Section.
      *--------------------------------------------------------------*
      *  Loads the export, compares it with JOBSCHED and RUNCAL into
      *  the difference table, applies the approved differences
      *  when SyncApplyRequested is set (and the export was loaded
      *  whole), prints the report, and audits the run.
      ****************************************************************
           Move 0 to SyncExpCount, SyncDiffCount, SyncAddCount,
                     SyncChgCount, SyncDelCount, SyncAppliedCount.
           Set SyncDidOverflow to False.
           Perform LoadSyncExport.

           If SchdexpFileMissing
               Move SyncTitle        to InfoMsgTitleText
               Move SyncNoExportText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Perform SyncCompareSchedule
               If SyncApplyRequested and not SyncDidOverflow
                   Perform SyncApplyDiffs
               End-If
               Perform PrintSyncReport

               If SyncApplyRequested
                   Move 'SYNC-APPLY' to AuditAction
               Else
                   Move 'SYNC-RPT'   to AuditAction
               End-If
               Move Spaces to AuditDetail
               String 'A' SyncAddCount ' C' SyncChgCount
                      ' D' SyncDelCount Delimited by Size
                 Into AuditDetail
               End-String
               Perform AppendAuditRecord

               Move SyncTitle to InfoMsgTitleText
               If SyncDidOverflow
                   Move SyncOverflowText to InfoMsgTextText
               Else
                   Move Spaces to SyncDoneText
                   String 'Adds '           Delimited by Size
                          SyncAddCount      Delimited by Size
                          ', changes '      Delimited by Size
                          SyncChgCount      Delimited by Size
                          ', deletes '      Delimited by Size
                          SyncDelCount      Delimited by Size
                          '; applied '      Delimited by Size
                          SyncAppliedCount  Delimited by Size
                          '.'               Delimited by Size
                     Into SyncDoneText
                   End-String
                   Move SyncDoneText to InfoMsgTextText
               End-If
               Perform ShowInfoMessage
           End-If.

      *--------------------------------------------------------------*
       LoadSyncExport Section.
      *--------------------------------------------------------------*
      *  Reads the scheduler's definition export into the export
      *  table.  A blank job name is skipped, and a job exported
      *  twice keeps its first definition.  SchdexpFileMissing is
      *  left set when there is no export at all.
      ****************************************************************
           Open Input Schdexp-File.
           If not SchdexpFileMissing
               Set SyncIsAtEnd to False
               Perform until SyncIsAtEnd
                   Read Schdexp-File
                       At End
                           Set SyncIsAtEnd to True
                       Not At End
                           If Schdexp-File-Job not = Spaces
                               Perform AddSyncExportJob
                           End-If
                   End-Read
               End-perform
               Close Schdexp-File
           End-If.

      *--------------------------------------------------------------*
       AddSyncExportJob Section.
      *--------------------------------------------------------------*
      *  Adds the export record just read to the export table.  A
      *  blank day of month is held as '00', the way RUNCAL holds
      *  it.  Running out of table sets SyncDidOverflow.
      ****************************************************************
           Move 0 to SyncExpFoundIx.
           Perform varying SyncExpIx from 1 by 1
                   until SyncExpIx > SyncExpCount
               If SyncExpJob(SyncExpIx) = Schdexp-File-Job
                   Move SyncExpIx to SyncExpFoundIx
               End-If
           End-Perform.

           If SyncExpFoundIx = 0
               If SyncExpCount < SyncJobMax
                   Add 1 to SyncExpCount
                   Move Schdexp-File-Job   to SyncExpJob(SyncExpCount)
                   Move Schdexp-File-Start to SyncExpStart(SyncExpCount)
                   Move Schdexp-File-Comp  to SyncExpComp(SyncExpCount)
                   Move Schdexp-File-Pred  to SyncExpPred(SyncExpCount)
                   Move Schdexp-File-Days  to SyncExpDays(SyncExpCount)
                   Move Schdexp-File-Dom   to SyncExpDom(SyncExpCount)
                   If Schdexp-File-Dom = Spaces
                       Move '00' to SyncExpDom(SyncExpCount)
                   End-If
                   Move Schdexp-File-Hol   to SyncExpHol(SyncExpCount)
                   Move 'N' to SyncExpMatched(SyncExpCount)
               Else
                   Set SyncDidOverflow to True
               End-If
           End-If.

      *--------------------------------------------------------------*
       SyncCompareSchedule Section.
      *--------------------------------------------------------------*
      *  Walks JOBSCHED against the export table -- a job the
      *  export no longer has is a delete, one it has is compared
      *  field by field -- then adds every exported job JOBSCHED
      *  does not have.  Each job's run-day rule is compared with
      *  RUNCAL along the way.
      ****************************************************************
           Open Input Runcal-File.
           Open Input Jobsched-File.
           If not JobschedFileMissing
               Set SyncIsAtEnd to False
               Move Low-Values to Jobsched-File-Key
               Start Jobsched-File Key is Greater than or Equal
                     Jobsched-File-Key
                   Invalid Key
                       Set SyncIsAtEnd to True
               End-Start

               Perform until SyncIsAtEnd
                   Read Jobsched-File Next Record
                       At End
                           Set SyncIsAtEnd to True
                       Not At End
                           Perform SyncCompareOneJob
                   End-Read
               End-perform
               Close Jobsched-File
           End-If.

           Perform varying SyncExpIx from 1 by 1
                   until SyncExpIx > SyncExpCount
               If SyncExpMatched(SyncExpIx) = 'N'
                   Perform SyncAddOneJob
               End-If
           End-Perform.

           If not RuncalFileMissing
               Close Runcal-File
           End-If.

      *--------------------------------------------------------------*
       SyncCompareOneJob Section.
      *--------------------------------------------------------------*
      *  Compares the JOBSCHED record just read with its export
      *  entry.  Not exported: the schedule entry and any RUNCAL
      *  record are deletes.  Exported: a different start,
      *  completion, or predecessor is a change, and the run-day
      *  rule is compared by SyncCompareCalendar.
      ****************************************************************
           Move 0 to SyncExpFoundIx.
           Perform varying SyncExpIx from 1 by 1
                   until SyncExpIx > SyncExpCount
               If SyncExpJob(SyncExpIx) = Jobsched-File-Key
                   Move SyncExpIx to SyncExpFoundIx
               End-If
           End-Perform.

           If SyncExpFoundIx = 0
               Move 'JOBSCHED'        to SyncNewFile
               Move 'DEL'             to SyncNewAction
               Move Jobsched-File-Rec to SyncNewBefore
               Move Spaces            to SyncNewAfter
               Perform AddSyncDiff
               If not RuncalFileMissing
                   Move Jobsched-File-Key to Runcal-File-Key
                   Read Runcal-File
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move 'RUNCAL'        to SyncNewFile
                           Move 'DEL'           to SyncNewAction
                           Move Runcal-File-Rec to SyncNewBefore
                           Move Spaces          to SyncNewAfter
                           Perform AddSyncDiff
                   End-Read
               End-If
           Else
               Move SyncExpFoundIx to SyncExpIx
               Move 'Y' to SyncExpMatched(SyncExpIx)
               Move Jobsched-File-Rec      to SyncImageWork
               Move SyncExpStart(SyncExpIx) to SyncImgSchedStart
               Move SyncExpComp(SyncExpIx)  to SyncImgSchedComp
               Move SyncExpPred(SyncExpIx)  to SyncImgSchedPred
               If SyncImageWork not = Jobsched-File-Rec
                   Move 'JOBSCHED'        to SyncNewFile
                   Move 'CHG'             to SyncNewAction
                   Move Jobsched-File-Rec to SyncNewBefore
                   Move SyncImageWork     to SyncNewAfter
                   Perform AddSyncDiff
               End-If
               Perform SyncCompareCalendar
           End-If.

      *--------------------------------------------------------------*
       SyncAddOneJob Section.
      *--------------------------------------------------------------*
      *  The exported job at SyncExpIx is not on JOBSCHED: its
      *  schedule entry is an add, and its run-day rule is compared
      *  with whatever RUNCAL holds for it.
      ****************************************************************
           Move Spaces                  to SyncImageWork.
           Move SyncExpJob(SyncExpIx)   to SyncImgSchedJob.
           Move SyncExpStart(SyncExpIx) to SyncImgSchedStart.
           Move SyncExpComp(SyncExpIx)  to SyncImgSchedComp.
           Move SyncExpPred(SyncExpIx)  to SyncImgSchedPred.
           Move 'JOBSCHED'    to SyncNewFile.
           Move 'ADD'         to SyncNewAction.
           Move Spaces        to SyncNewBefore.
           Move SyncImageWork to SyncNewAfter.
           Perform AddSyncDiff.
           Perform SyncCompareCalendar.

      *--------------------------------------------------------------*
       SyncCompareCalendar Section.
      *--------------------------------------------------------------*
      *  Compares the run-day rule of the exported job at SyncExpIx
      *  with its RUNCAL record.  No days and no day of month in
      *  the export means every night, which here is no RUNCAL
      *  record at all -- so an existing record is a delete.
      *  Otherwise a missing record is an add and a different one
      *  a change.
      ****************************************************************
           Set SyncCalWasFound to False.
           If not RuncalFileMissing
               Move SyncExpJob(SyncExpIx) to Runcal-File-Key
               Read Runcal-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Set SyncCalWasFound to True
               End-Read
           End-If.

           Move 'RUNCAL' to SyncNewFile.
           Evaluate True
               When SyncExpDays(SyncExpIx) = Spaces
                    and SyncExpDom(SyncExpIx) = '00'
                   If SyncCalWasFound
                       Move 'DEL'           to SyncNewAction
                       Move Runcal-File-Rec to SyncNewBefore
                       Move Spaces          to SyncNewAfter
                       Perform AddSyncDiff
                   End-If
               When not SyncCalWasFound
                   Move Spaces                to SyncImageWork
                   Move SyncExpJob(SyncExpIx)  to SyncImgCalJob
                   Move SyncExpDays(SyncExpIx) to SyncImgCalDays
                   Move SyncExpDom(SyncExpIx)  to SyncImgCalDom
                   Move SyncExpHol(SyncExpIx)  to SyncImgCalHol
                   Move 'ADD'         to SyncNewAction
                   Move Spaces        to SyncNewBefore
                   Move SyncImageWork to SyncNewAfter
                   Perform AddSyncDiff
               When Other
                   Move Runcal-File-Rec        to SyncImageWork
                   Move SyncExpDays(SyncExpIx) to SyncImgCalDays
                   Move SyncExpDom(SyncExpIx)  to SyncImgCalDom
                   Move SyncExpHol(SyncExpIx)  to SyncImgCalHol
                   If SyncImageWork not = Runcal-File-Rec
                       Move 'CHG'           to SyncNewAction
                       Move Runcal-File-Rec to SyncNewBefore
                       Move SyncImageWork   to SyncNewAfter
                       Perform AddSyncDiff
                   End-If
           End-Evaluate.

      *--------------------------------------------------------------*
       AddSyncDiff Section.
      *--------------------------------------------------------------*
      *  Adds the difference in SyncNewFile/SyncNewAction/
      *  SyncNewBefore/SyncNewAfter to the difference table and
      *  counts it.  The job is the key at the front of whichever
      *  image exists.
      ****************************************************************
           If SyncDiffCount < SyncDiffMax
               Add 1 to SyncDiffCount
               Move SyncNewFile   to SyncDiffFile(SyncDiffCount)
               Move SyncNewAction to SyncDiffAction(SyncDiffCount)
               Move SyncNewBefore to SyncDiffBefore(SyncDiffCount)
               Move SyncNewAfter  to SyncDiffAfter(SyncDiffCount)
               Move Spaces        to SyncDiffResult(SyncDiffCount)
               If SyncNewBefore not = Spaces
                   Move SyncNewBefore(1:8)
                     to SyncDiffJob(SyncDiffCount)
               Else
                   Move SyncNewAfter(1:8)
                     to SyncDiffJob(SyncDiffCount)
               End-If
               Evaluate SyncNewAction
                   When 'ADD'
                       Add 1 to SyncAddCount
                   When 'CHG'
                       Add 1 to SyncChgCount
                   When Other
                       Add 1 to SyncDelCount
               End-Evaluate
           Else
               Set SyncDidOverflow to True
           End-If.

      *--------------------------------------------------------------*
       SyncApplyDiffs Section.
      *--------------------------------------------------------------*
      *  Applies every difference in the table whose kind (add,
      *  change, delete) the supervisor approved on the dialog,
      *  in one pass with JOBSCHED and RUNCAL open I-O
      *  (bootstrapped on first use as the maintenance dialogs do).
      ****************************************************************
           Open I-O Jobsched-File.
           If JobschedFileMissing
               Open Output Jobsched-File
               Close Jobsched-File
               Open I-O Jobsched-File
           End-If.
           Open I-O Runcal-File.
           If RuncalFileMissing
               Open Output Runcal-File
               Close Runcal-File
               Open I-O Runcal-File
           End-If.

           Perform varying SyncDiffIx from 1 by 1
                   until SyncDiffIx > SyncDiffCount
               Perform SyncApplyOneDiff
           End-Perform.

           Close Jobsched-File.
           Close Runcal-File.

      *--------------------------------------------------------------*
       SyncApplyOneDiff Section.
      *--------------------------------------------------------------*
      *  Applies the difference at SyncDiffIx if its kind is
      *  approved, re-reading the record first so a change or
      *  delete acts on what is on file now.  An applied difference
      *  goes to the change journal and the audit trail; the result
      *  (APPLIED, NOT APPROVED, or FAILED) is kept for the report.
      ****************************************************************
           Set SyncDiffIsApproved to False.
           Evaluate SyncDiffAction(SyncDiffIx)
               When 'ADD'
                   If SyncAddsText = 'Y'
                       Set SyncDiffIsApproved to True
                   End-If
               When 'CHG'
                   If SyncChangesText = 'Y'
                       Set SyncDiffIsApproved to True
                   End-If
               When Other
                   If SyncDeletesText = 'Y'
                       Set SyncDiffIsApproved to True
                   End-If
           End-Evaluate.

           If not SyncDiffIsApproved
               Move 'NOT APPROVED' to SyncDiffResult(SyncDiffIx)
           Else
               Move 'FAILED' to SyncDiffResult(SyncDiffIx)
               If SyncDiffFile(SyncDiffIx) = 'JOBSCHED'
                   Perform SyncApplySched
               Else
                   Perform SyncApplyCal
               End-If
               If SyncDiffResult(SyncDiffIx) = 'APPLIED'
                   Add 1 to SyncAppliedCount
                   Move SyncDiffFile(SyncDiffIx)   to ChgMaster
                   Move SyncDiffAction(SyncDiffIx) to ChgAction
                   Move SyncDiffJob(SyncDiffIx)    to ChgKey
                   Move SyncDiffBefore(SyncDiffIx) to ChgBeforeImage
                   Move SyncDiffAfter(SyncDiffIx)  to ChgAfterImage
                   Perform WriteChangeJournal
                   Move Spaces to AuditAction, AuditDetail
                   String 'SYNC-'                     Delimited by Size
                          SyncDiffAction(SyncDiffIx)  Delimited by Size
                     Into AuditAction
                   End-String
                   String SyncDiffJob(SyncDiffIx)     Delimited by Size
                          ' '                         Delimited by Size
                          SyncDiffFile(SyncDiffIx)    Delimited by Size
                     Into AuditDetail
                   End-String
                   Perform AppendAuditRecord
               End-If
           End-If.

      *--------------------------------------------------------------*
       SyncApplySched Section.
      *--------------------------------------------------------------*
      *  Applies one JOBSCHED difference.
      ****************************************************************
           If SyncDiffAction(SyncDiffIx) = 'ADD'
               Move SyncDiffAfter(SyncDiffIx) to Jobsched-File-Rec
               Write Jobsched-File-Rec
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move 'APPLIED' to SyncDiffResult(SyncDiffIx)
               End-Write
           Else
               Move SyncDiffJob(SyncDiffIx) to Jobsched-File-Key
               Read Jobsched-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move Jobsched-File-Rec
                         to SyncDiffBefore(SyncDiffIx)
                       If SyncDiffAction(SyncDiffIx) = 'CHG'
                           Move SyncDiffAfter(SyncDiffIx)
                             to Jobsched-File-Rec
                           Rewrite Jobsched-File-Rec
                               Invalid Key
                                   Continue
                               Not Invalid Key
                                   Move 'APPLIED'
                                     to SyncDiffResult(SyncDiffIx)
                           End-Rewrite
                       Else
                           Delete Jobsched-File Record
                               Invalid Key
                                   Continue
                               Not Invalid Key
                                   Move 'APPLIED'
                                     to SyncDiffResult(SyncDiffIx)
                           End-Delete
                       End-If
               End-Read
           End-If.

      *--------------------------------------------------------------*
       SyncApplyCal Section.
      *--------------------------------------------------------------*
      *  Applies one RUNCAL difference.
      ****************************************************************
           If SyncDiffAction(SyncDiffIx) = 'ADD'
               Move SyncDiffAfter(SyncDiffIx) to Runcal-File-Rec
               Write Runcal-File-Rec
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move 'APPLIED' to SyncDiffResult(SyncDiffIx)
               End-Write
           Else
               Move SyncDiffJob(SyncDiffIx) to Runcal-File-Key
               Read Runcal-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move Runcal-File-Rec
                         to SyncDiffBefore(SyncDiffIx)
                       If SyncDiffAction(SyncDiffIx) = 'CHG'
                           Move SyncDiffAfter(SyncDiffIx)
                             to Runcal-File-Rec
                           Rewrite Runcal-File-Rec
                               Invalid Key
                                   Continue
                               Not Invalid Key
                                   Move 'APPLIED'
                                     to SyncDiffResult(SyncDiffIx)
                           End-Rewrite
                       Else
                           Delete Runcal-File Record
                               Invalid Key
                                   Continue
                               Not Invalid Key
                                   Move 'APPLIED'
                                     to SyncDiffResult(SyncDiffIx)
                           End-Delete
                       End-If
               End-Read
           End-If.

      *--------------------------------------------------------------*
       PrintSyncReport Section.
      *--------------------------------------------------------------*
      *  Prints the reconciliation (or, after an apply, what was
      *  applied) to PRN: one entry per difference with its old
      *  and new values, then the counts.
      ****************************************************************
           Open Output Print-File.
           If not PrintOk
               Move LangPrintFailText  to InfoMsgTextText
               Move LangPrintFailTitle to InfoMsgTitleText
               Perform ShowInfoMessage
           Else
               Move SyncExpCount to SyncExpDisp
               Move Spaces to PrintLine
               If SyncApplyRequested
                   String SyncApplyHdrText  Delimited by '  '
                          ' -- EXPORT JOBS ' Delimited by Size
                          SyncExpDisp        Delimited by Size
                     Into PrintLine
                   End-String
               Else
                   String SyncRptHdrText    Delimited by '  '
                          ' -- EXPORT JOBS ' Delimited by Size
                          SyncExpDisp        Delimited by Size
                     Into PrintLine
                   End-String
               End-If
               Write Print-File-Rec from PrintLine

               If SyncDidOverflow
                   Move Spaces to PrintLine
                   Move SyncOverflowText to PrintLine
                   Write Print-File-Rec from PrintLine
               End-If
               If SyncDiffCount = 0
                   Move Spaces to PrintLine
                   Write Print-File-Rec from PrintLine
                   Move SyncNoDiffText to PrintLine
                   Write Print-File-Rec from PrintLine
               End-If

               Perform varying SyncDiffIx from 1 by 1
                       until SyncDiffIx > SyncDiffCount
                   Perform PrintSyncDiff
               End-Perform

               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               String 'ADDS '          Delimited by Size
                      SyncAddCount     Delimited by Size
                      '  CHANGES '     Delimited by Size
                      SyncChgCount     Delimited by Size
                      '  DELETES '     Delimited by Size
                      SyncDelCount     Delimited by Size
                      '  APPLIED '     Delimited by Size
                      SyncAppliedCount Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Close Print-File
           End-If.

      *--------------------------------------------------------------*
       PrintSyncDiff Section.
      *--------------------------------------------------------------*
      *  Prints the difference at SyncDiffIx: action, file, job,
      *  and result, then its old and new images.
      ****************************************************************
           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.
           String SyncDiffAction(SyncDiffIx) Delimited by Size
                  ' '                        Delimited by Size
                  SyncDiffFile(SyncDiffIx)   Delimited by Size
                  ' '                        Delimited by Size
                  SyncDiffJob(SyncDiffIx)    Delimited by Size
                  '  '                       Delimited by Size
                  SyncDiffResult(SyncDiffIx) Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           If SyncDiffBefore(SyncDiffIx) not = Spaces
               Move 'OLD '                     to SyncImageLabel
               Move SyncDiffBefore(SyncDiffIx) to SyncImageWork
               Perform PrintSyncImage
           End-If.
           If SyncDiffAfter(SyncDiffIx) not = Spaces
               Move 'NEW '                    to SyncImageLabel
               Move SyncDiffAfter(SyncDiffIx) to SyncImageWork
               Perform PrintSyncImage
           End-If.

      *--------------------------------------------------------------*
       PrintSyncImage Section.
      *--------------------------------------------------------------*
      *  Prints one image of the difference at SyncDiffIx, field by
      *  field in the layout of the file it belongs to.
      ****************************************************************
           Move Spaces to PrintLine.
           If SyncDiffFile(SyncDiffIx) = 'JOBSCHED'
               String '    '            Delimited by Size
                      SyncImageLabel    Delimited by Size
                      'START '          Delimited by Size
                      SyncImgSchedStart Delimited by Size
                      '  COMP '         Delimited by Size
                      SyncImgSchedComp  Delimited by Size
                      '  PRED '         Delimited by Size
                      SyncImgSchedPred  Delimited by Size
                 Into PrintLine
               End-String
           Else
               String '    '            Delimited by Size
                      SyncImageLabel    Delimited by Size
                      'DAYS '           Delimited by Size
                      SyncImgCalDays    Delimited by Size
                      '  DOM '          Delimited by Size
                      SyncImgCalDom     Delimited by Size
                      '  HOL '          Delimited by Size
                      SyncImgCalHol     Delimited by Size
                 Into PrintLine
               End-String
           End-If.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       DoNightInquiry Section.
      *--------------------------------------------------------------*
      *  AB-NightInq.  Puts up the prior-night inquiry dialog: Show
      *  fills the list box with the keyed night as assembled from
      *  history, Reprint prints that night's shift-handoff report.
      *  Nothing on the dialog writes to any file but the audit
      *  trail, so every operator may use it.
      ****************************************************************
           Move Spaces to NightDateText, NightShiftText.
           Set DialogProc to ENTRY 'NightInqDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-NightInq
                       by value LongNull
                 returning ReturnData.

      *--------------------------------------------------------------*
       NightShowEntry Section.
      *--------------------------------------------------------------*
      *  Show push button.  Performed from NightInqDlgProc, so hwnd
      *  is the inquiry dialog.
      ****************************************************************
           If NightDateText is not Numeric
               Move NightTitle       to InfoMsgTitleText
               Move NightBadDateText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Move Spaces        to NightRunDate
               Move NightDateText to NightRunDate
               Perform LoadNightSteps
               Perform FindNightCutover
               Perform LoadNightList
               Move 'NIGHT-INQ'  to AuditAction
               Move NightRunDate to AuditDetail
               Perform AppendAuditRecord
           End-If.

      *--------------------------------------------------------------*
       NightReprintEntry Section.
      *--------------------------------------------------------------*
      *  Reprint push button: prints the keyed night's shift-handoff
      *  report from history.  A night with neither a BATHIST step
      *  nor a cutover has nothing to reprint.
      ****************************************************************
           Move NightTitle to InfoMsgTitleText.
           If NightDateText is not Numeric
               Move NightBadDateText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Move Spaces        to NightRunDate
               Move NightDateText to NightRunDate
               Perform LoadNightSteps
               Perform FindNightCutover
               If NightStepCount = 0 and not NightWasCutOver
                   Move NightNoHistText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Perform ReprintNightReport
                   Move 'NIGHT-RPT'  to AuditAction
                   Move NightRunDate to AuditDetail
                   Perform AppendAuditRecord
               End-If
           End-If.

      *--------------------------------------------------------------*
       LoadNightSteps Section.
      *--------------------------------------------------------------*
      *  Loads every BATHIST step of NightRunDate into the night's
      *  step table, in job order.  BATHIST is keyed job first, so
      *  the whole file is passed.
      ****************************************************************
           Move 0 to NightStepCount.
           Open Input Bathist-File.
           If not BathistFileMissing
               Set NightIsAtEnd to False
               Move Low-Values to Bathist-File-Key
               Start Bathist-File Key is Greater than or Equal
                     Bathist-File-Key
                   Invalid Key
                       Set NightIsAtEnd to True
               End-Start

               Perform until NightIsAtEnd
                   Read Bathist-File Next Record
                       At End
                           Set NightIsAtEnd to True
                       Not At End
                           If Bathist-File-Run-Date = NightRunDate
                              and NightStepCount < NightStepMax
                               Add 1 to NightStepCount
                               Move Bathist-File-Job
                                 to NightStepJob(NightStepCount)
                               Move Bathist-File-Start
                                 to NightStepStart(NightStepCount)
                               Move Bathist-File-Comp
                                 to NightStepComp(NightStepCount)
                               Move Bathist-File-Rc
                                 to NightStepRc(NightStepCount)
                           End-If
                   End-Read
               End-perform
               Close Bathist-File
           End-If.

      *--------------------------------------------------------------*
       FindNightStep Section.
      *--------------------------------------------------------------*
      *  Looks NightFindJob up in the night's step table, leaving
      *  its slot in NightStepFoundIx (0 when it did not run).
      ****************************************************************
           Move 0 to NightStepFoundIx.
           Perform varying NightStepIx from 1 by 1
                   until NightStepIx > NightStepCount
               If NightStepJob(NightStepIx) = NightFindJob
                   Move NightStepIx to NightStepFoundIx
               End-If
           End-Perform.

      *--------------------------------------------------------------*
       FindNightCutover Section.
      *--------------------------------------------------------------*
      *  Scans CUTLOG for the cutover of NightRunDate, leaving who,
      *  when, and the override flag.  There is only ever one --
      *  CheckCutoverDone refuses a second.
      ****************************************************************
           Set NightWasCutOver to False.
           Move Spaces to NightCutOper, NightCutOverride.
           Move 0      to NightCutTime.
           Open Input Cutlog-File.
           If not CutlogFileMissing
               Set NightIsAtEnd to False
               Perform until NightIsAtEnd
                   Read Cutlog-File
                       At End
                           Set NightIsAtEnd to True
                       Not At End
                           If Cutlog-File-Run-Date = NightRunDate
                               Set NightWasCutOver to True
                               Move Cutlog-File-Oper-Id
                                 to NightCutOper
                               Move Cutlog-File-Time
                                 to NightCutTime
                               Move Cutlog-File-Override
                                 to NightCutOverride
                               Set NightIsAtEnd to True
                           End-If
                   End-Read
               End-perform
               Close Cutlog-File
           End-If.

      *--------------------------------------------------------------*
       LoadNightList Section.
      *--------------------------------------------------------------*
      *  Fills the inquiry list box with the night at NightRunDate,
      *  a block per source: steps, certification, cutover,
      *  dispositions, reruns, alerts, and pass-down notes.
      ****************************************************************
           Move LB-NightList to NightListWndId.
           Call OS2API '__WinWindowFromID'
                 using  by value hwnd
                        by value NightListWndId
                 returning hwndNightList.

           If hwndNightList not = 0
               Move LM-DELETEALL to NightListMsgId
               Call OS2API '__WinSendMsg'
                     using  by value hwndNightList
                            by value NightListMsgId
                            by value ULongNull
                            by value ULongNull
                     returning Mresult
               Move LM-INSERTITEM to NightListMsgId

               Perform NightListSteps
               Perform NightListCerts
               Perform NightListCutover
               Perform NightListDisps
               Perform NightListReruns
               Perform NightListAlerts
               Perform NightListNotes
           End-If.
           Move 0 to Mresult.

      *--------------------------------------------------------------*
       InsertNightLine Section.
      *--------------------------------------------------------------*
      *  Inserts NightItemTextText at the end of the inquiry list.
      ****************************************************************
           Move Low-Values to NightItemTextNull.
           Move LIT-END    to NightListIndex.
           Call OS2API '__WinSendMsg'
                 using  by value hwndNightList
                        by value NightListMsgId
                        by value NightListIndex
                        by reference NightItemText
                 returning Mresult.

      *--------------------------------------------------------------*
       InsertNightHeading Section.
      *--------------------------------------------------------------*
      *  Inserts a blank line and the block heading the caller left
      *  in NightItemTextText.
      ****************************************************************
           Move NightItemTextText to PrintLine.
           Move Spaces to NightItemTextText.
           Perform InsertNightLine.
           Move PrintLine to NightItemTextText.
           Perform InsertNightLine.

      *--------------------------------------------------------------*
       FormatNightTime Section.
      *--------------------------------------------------------------*
      *  Formats the HHMMSShh time in NightTimeWork as HH:MM:SS in
      *  NightTimeText.
      ****************************************************************
           Move Spaces to NightTimeText.
           String NightTimeHH Delimited by Size
                  ':'         Delimited by Size
                  NightTimeMM Delimited by Size
                  ':'         Delimited by Size
                  NightTimeSS Delimited by Size
             Into NightTimeText
           End-String.

      *--------------------------------------------------------------*
       NightListSteps Section.
      *--------------------------------------------------------------*
      *  One line per step of the night: start, completion, return
      *  code and its RCTABLE state, elapsed time, the job's
      *  average elapsed time over all its BATHIST runs, and how far
      *  this run was over (+) or under (-) that average.
      ****************************************************************
           Move Spaces to NightItemTextText.
           String 'STEPS -- RUN DATE ' Delimited by Size
                  NightRunDate         Delimited by Size
                  '   JOB START COMP RC STATE ELAPSED AVG +/-'
                                       Delimited by Size
             Into NightItemTextText
           End-String.
           Perform InsertNightLine.

           If NightStepCount = 0
               Move '  NO STEPS IN HISTORY FOR THIS NIGHT'
                 to NightItemTextText
               Perform InsertNightLine
           Else
               Perform LoadRcTable
               Open Input Bathist-File
               Perform varying NightStepIx from 1 by 1
                       until NightStepIx > NightStepCount
                   Perform NightListOneStep
               End-Perform
               Close Bathist-File
           End-If.

      *--------------------------------------------------------------*
       NightListOneStep Section.
      *--------------------------------------------------------------*
      *  Builds and inserts the line for the step at NightStepIx.
      *  BATHIST is open for GetJobAvgElapsed.
      ****************************************************************
           Move NightStepJob(NightStepIx) to RcCheckJob.
           Move NightStepRc(NightStepIx)  to RcCheckValue.
           Perform ClassifyStepRc.

           Move NightStepJob(NightStepIx) to AvgElapJob.
           Perform GetJobAvgElapsed.

           Move '--:--:--' to NightElapText, NightAvgText.
           Move Spaces     to NightDiffText.
           If NightStepStart(NightStepIx) not = Spaces
              and NightStepComp(NightStepIx) not = Spaces
               Move NightStepStart(NightStepIx) to ElapsedFromText
               Move NightStepComp(NightStepIx)  to ElapsedToText
               Perform ComputeElapsedSeconds
               Move ElapsedTotSecs to NightElapSecs
               Perform FormatElapsedSecs
               Move ElapsedHMSText to NightElapText
               If AvgElapCount > 0
                   Move AvgElapSecs to ElapsedTotSecs
                   Perform FormatElapsedSecs
                   Move ElapsedHMSText to NightAvgText
                   If NightElapSecs < AvgElapSecs
                       Compute ElapsedTotSecs =
                           AvgElapSecs - NightElapSecs
                       Perform FormatElapsedSecs
                       String '-'            Delimited by Size
                              ElapsedHMSText Delimited by Size
                         Into NightDiffText
                       End-String
                   Else
                       Compute ElapsedTotSecs =
                           NightElapSecs - AvgElapSecs
                       Perform FormatElapsedSecs
                       String '+'            Delimited by Size
                              ElapsedHMSText Delimited by Size
                         Into NightDiffText
                       End-String
                   End-If
               End-If
           End-If.

           Move Spaces to NightItemTextText.
           String '  '                        Delimited by Size
                  NightStepJob(NightStepIx)   Delimited by Size
                  ' '                         Delimited by Size
                  NightStepStart(NightStepIx) Delimited by Size
                  ' '                         Delimited by Size
                  NightStepComp(NightStepIx)  Delimited by Size
                  ' '                         Delimited by Size
                  NightStepRc(NightStepIx)    Delimited by Size
                  ' '                         Delimited by Size
                  RcStateText                 Delimited by Size
                  ' '                         Delimited by Size
                  NightElapText               Delimited by Size
                  ' '                         Delimited by Size
                  NightAvgText                Delimited by Size
                  ' '                         Delimited by Size
                  NightDiffText               Delimited by Size
             Into NightItemTextText
           End-String.
           Perform InsertNightLine.

      *--------------------------------------------------------------*
       NightListCerts Section.
      *--------------------------------------------------------------*
      *  Every certification of the night from CERTLOG -- result,
      *  who certified, when, and the exception count -- in the
      *  order they were made.
      ****************************************************************
           Move 'CERTIFICATION' to NightItemTextText.
           Perform InsertNightHeading.
           Set NightFoundAny to False.
           Open Input Certlog-File.
           If not CertlogFileMissing
               Set NightIsAtEnd to False
               Perform until NightIsAtEnd
                   Read Certlog-File
                       At End
                           Set NightIsAtEnd to True
                       Not At End
                           If Certlog-File-Run-Date = NightRunDate
                               Set NightFoundAny to True
                               Move Certlog-File-Time to NightTimeWork
                               Perform FormatNightTime
                               Move Certlog-File-Exceptions
                                 to NightExcDisp
                               Move Spaces to NightItemTextText
                               String '  '                 Delimited
                                                           by Size
                                      Certlog-File-Result  Delimited
                                                           by Size
                                      '  BY '              Delimited
                                                           by Size
                                      Certlog-File-Oper-Id Delimited
                                                           by Size
                                      '  AT '              Delimited
                                                           by Size
                                      NightTimeText        Delimited
                                                           by Size
                                      '  EXCEPTIONS '      Delimited
                                                           by Size
                                      NightExcDisp         Delimited
                                                           by Size
                                 Into NightItemTextText
                               End-String
                               Perform InsertNightLine
                           End-If
                   End-Read
               End-perform
               Close Certlog-File
           End-If.
           If not NightFoundAny
               Move '  NOT CERTIFIED' to NightItemTextText
               Perform InsertNightLine
           End-If.

      *--------------------------------------------------------------*
       NightListCutover Section.
      *--------------------------------------------------------------*
      *  The night's cutover from CUTLOG, and -- when the missing
      *  certification was overridden -- the approval from OVRDREG:
      *  who asked, who approved, and why.
      ****************************************************************
           Move 'CUTOVER' to NightItemTextText.
           Perform InsertNightHeading.
           If not NightWasCutOver
               Move '  NOT CUT OVER' to NightItemTextText
               Perform InsertNightLine
           Else
               Move NightCutTime to NightTimeWork
               Perform FormatNightTime
               Move Spaces to NightItemTextText
               String '  CUT OVER BY '  Delimited by Size
                      NightCutOper      Delimited by Size
                      '  AT '           Delimited by Size
                      NightTimeText     Delimited by Size
                      '  OVERRIDE '     Delimited by Size
                      NightCutOverride  Delimited by Size
                 Into NightItemTextText
               End-String
               Perform InsertNightLine

               If NightCutOverride = 'Y'
                   Open Input Ovrdreg-File
                   If not OvrdregFileMissing
                       Set NightIsAtEnd to False
                       Perform until NightIsAtEnd
                           Read Ovrdreg-File
                               At End
                                   Set NightIsAtEnd to True
                               Not At End
                                   Perform NightListOneOvrd
                           End-Read
                       End-perform
                       Close Ovrdreg-File
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       NightListOneOvrd Section.
      *--------------------------------------------------------------*
      *  Inserts the OVRDREG record just read when it is the
      *  cutover override of the night.
      ****************************************************************
           If Ovrdreg-File-Kind = 'CUT-OVRD'
              and Ovrdreg-File-Subject(1:8) = NightRunDate
               Move Spaces to NightItemTextText
               String '  OVERRIDE '          Delimited by Size
                      Ovrdreg-File-Requester Delimited by Size
                      ' APPROVED BY '        Delimited by Size
                      Ovrdreg-File-Approver  Delimited by Size
                      ' '                    Delimited by Size
                      Ovrdreg-File-Reason    Delimited by Size
                 Into NightItemTextText
               End-String
               Perform InsertNightLine
           End-If.

      *--------------------------------------------------------------*
       NightListDisps Section.
      *--------------------------------------------------------------*
      *  The night's exception dispositions from EXCPDISP.
      ****************************************************************
           Move 'EXCEPTION DISPOSITIONS' to NightItemTextText.
           Perform InsertNightHeading.
           Set NightFoundAny to False.
           Open Input Excpdisp-File.
           If not ExcpdispFileMissing
               Set NightIsAtEnd to False
               Move Low-Values to Excpdisp-File-Key
               Start Excpdisp-File Key is Greater than or Equal
                     Excpdisp-File-Key
                   Invalid Key
                       Set NightIsAtEnd to True
               End-Start
               Perform until NightIsAtEnd
                   Read Excpdisp-File Next Record
                       At End
                           Set NightIsAtEnd to True
                       Not At End
                           If Excpdisp-File-Run-Date = NightRunDate
                               Set NightFoundAny to True
                               Move Spaces to NightItemTextText
                               String '  '                  Delimited
                                                            by Size
                                      Excpdisp-File-Job     Delimited
                                                            by Size
                                      '  '                  Delimited
                                                            by Size
                                      Excpdisp-File-Reason  Delimited
                                                            by Size
                                      '  '                  Delimited
                                                            by Size
                                      Excpdisp-File-Comment Delimited
                                                            by Size
                                      '  '                  Delimited
                                                            by Size
                                      Excpdisp-File-Oper    Delimited
                                                            by Size
                                 Into NightItemTextText
                               End-String
                               Perform InsertNightLine
                           End-If
                   End-Read
               End-perform
               Close Excpdisp-File
           End-If.
           If not NightFoundAny
               Move '  NONE' to NightItemTextText
               Perform InsertNightLine
           End-If.

      *--------------------------------------------------------------*
       NightListReruns Section.
      *--------------------------------------------------------------*
      *  The night's rerun requests from RERUNREQ: attempts, state,
      *  reason, and who asked.
      ****************************************************************
           Move 'RERUN REQUESTS' to NightItemTextText.
           Perform InsertNightHeading.
           Set NightFoundAny to False.
           Open Input Rerun-File.
           If not RerunFileMissing
               Set NightIsAtEnd to False
               Move Low-Values to Rerun-File-Key
               Start Rerun-File Key is Greater than or Equal
                     Rerun-File-Key
                   Invalid Key
                       Set NightIsAtEnd to True
               End-Start
               Perform until NightIsAtEnd
                   Read Rerun-File Next Record
                       At End
                           Set NightIsAtEnd to True
                       Not At End
                           If Rerun-File-Run-Date = NightRunDate
                               Set NightFoundAny to True
                               Move Rerun-File-Attempt to NightAttDisp
                               Move Spaces to NightItemTextText
                               String '  '               Delimited
                                                         by Size
                                      Rerun-File-Job     Delimited
                                                         by Size
                                      '  A:'             Delimited
                                                         by Size
                                      NightAttDisp       Delimited
                                                         by Size
                                      ' '                Delimited
                                                         by Size
                                      Rerun-File-State   Delimited
                                                         by Size
                                      '  RSN '           Delimited
                                                         by Size
                                      Rerun-File-Reason  Delimited
                                                         by Size
                                      '  BY '            Delimited
                                                         by Size
                                      Rerun-File-Oper    Delimited
                                                         by Size
                                 Into NightItemTextText
                               End-String
                               Perform InsertNightLine
                           End-If
                   End-Read
               End-perform
               Close Rerun-File
           End-If.
           If not NightFoundAny
               Move '  NONE' to NightItemTextText
               Perform InsertNightLine
           End-If.

      *--------------------------------------------------------------*
       NightListAlerts Section.
      *--------------------------------------------------------------*
      *  The night's alerts from ALERTS in the order written; the
      *  ACK records carry the operator who acknowledged them.
      ****************************************************************
           Move 'ALERTS AND ACKNOWLEDGEMENTS' to NightItemTextText.
           Perform InsertNightHeading.
           Set NightFoundAny to False.
           Open Input Alerts-File.
           If not AlertsFileMissing
               Set NightIsAtEnd to False
               Perform until NightIsAtEnd
                   Read Alerts-File
                       At End
                           Set NightIsAtEnd to True
                       Not At End
                           If Alerts-File-Run-Date = NightRunDate
                               Set NightFoundAny to True
                               Move Alerts-File-Time to NightTimeWork
                               Perform FormatNightTime
                               Move Spaces to NightItemTextText
                               String '  '              Delimited
                                                        by Size
                                      NightTimeText     Delimited
                                                        by Size
                                      '  '              Delimited
                                                        by Size
                                      Alerts-File-Type  Delimited
                                                        by Size
                                      ' '               Delimited
                                                        by Size
                                      Alerts-File-Job   Delimited
                                                        by Size
                                      ' '               Delimited
                                                        by Size
                                      Alerts-File-Rc    Delimited
                                                        by Size
                                      ' '               Delimited
                                                        by Size
                                      Alerts-File-Oper  Delimited
                                                        by Size
                                 Into NightItemTextText
                               End-String
                               Perform InsertNightLine
                           End-If
                   End-Read
               End-perform
               Close Alerts-File
           End-If.
           If not NightFoundAny
               Move '  NONE' to NightItemTextText
               Perform InsertNightLine
           End-If.

      *--------------------------------------------------------------*
       NightListNotes Section.
      *--------------------------------------------------------------*
      *  The night's pass-down notes from PASSNOTE, every control
      *  record and shift, with shift, time, and author.
      ****************************************************************
           Move 'PASS-DOWN NOTES' to NightItemTextText.
           Perform InsertNightHeading.
           Set NightFoundAny to False.
           Open Input Passnote-File.
           If not PassnoteFileMissing
               Set NightIsAtEnd to False
               Move Low-Values to Passnote-File-Key
               Start Passnote-File Key is Greater than or Equal
                     Passnote-File-Key
                   Invalid Key
                       Set NightIsAtEnd to True
               End-Start
               Perform until NightIsAtEnd
                   Read Passnote-File Next Record
                       At End
                           Set NightIsAtEnd to True
                       Not At End
                           If Passnote-File-Run-Date = NightRunDate
                               Set NightFoundAny to True
                               Move Passnote-File-Time to NightTimeWork
                               Perform FormatNightTime
                               Move Spaces to NightItemTextText
                               String '  '                Delimited
                                                          by Size
                                      Passnote-File-Shift Delimited
                                                          by Size
                                      ' '                 Delimited
                                                          by Size
                                      NightTimeText(1:5)  Delimited
                                                          by Size
                                      ' '                 Delimited
                                                          by Size
                                      Passnote-File-Oper  Delimited
                                                          by Size
                                      ' '                 Delimited
                                                          by Size
                                      Passnote-File-Text  Delimited
                                                          by Size
                                 Into NightItemTextText
                               End-String
                               Perform InsertNightLine
                           End-If
                   End-Read
               End-perform
               Close Passnote-File
           End-If.
           If not NightFoundAny
               Move '  NONE' to NightItemTextText
               Perform InsertNightLine
           End-If.

      *--------------------------------------------------------------*
       ReprintNightReport Section.
      *--------------------------------------------------------------*
      *  Prints the shift-handoff report for NightRunDate as it
      *  would have looked at cutover.  The in-memory run date,
      *  operator, and shift are stepped to that night (the
      *  operator who cut it over, the shift keyed or else the
      *  current one) so the report's own sections run unchanged;
      *  NightIsReprint makes them take the night's BATHIST steps
      *  in place of BATSTAT.  The heading time is the cutover
      *  time.  Everything is put back before returning.  The
      *  schedule and calendar are today's: JOBSCHED and RUNCAL
      *  keep no history of their own.
      ****************************************************************
           Move Batctl-Run-Date    to NightSavedRunDate.
           Move Batctl-Operator-Id to NightSavedOper.
           Move Batctl-Shift-Code  to NightSavedShift.
           Move NightRunDate to Batctl-Run-Date.
           Move NightCutOper to Batctl-Operator-Id.
           If NightShiftText not = Space
               Move NightShiftText to Batctl-Shift-Code
           End-If.
           Set NightIsReprint to True.

           Open Output Print-File.
           If not PrintOk
               Move LangPrintFailText  to InfoMsgTextText
               Move LangPrintFailTitle to InfoMsgTitleText
               Perform ShowInfoMessage
           Else
               If NightWasCutOver
                   Move NightCutTime to PrintReportTime
               Else
                   Accept PrintReportTime from Time
               End-If
               Perform PrintHandoffHeader

               Perform LoadRcTable
               Move 0 to StepTimeCount
               Perform varying NightStepIx from 1 by 1
                       until NightStepIx > NightStepCount
                          or StepTimeCount >= StepTimeMax
                   Add 1 to StepTimeCount
                   Move NightStepJob(NightStepIx)
                     to StepTimeJob(StepTimeCount)
                   Move NightStepStart(NightStepIx)
                     to StepTimeStart(StepTimeCount)
                   Move NightStepComp(NightStepIx)
                     to StepTimeComp(StepTimeCount)
               End-Perform
               Perform OpenScheduleScan
               Perform OpenRerunScan

               Set PrintHadSteps to False
               Perform varying NightStepIx from 1 by 1
                       until NightStepIx > NightStepCount
                   Move Spaces to Batstat-File-Rec
                   Move NightStepJob(NightStepIx)
                     to Batstat-File-Key
                   Move NightStepStart(NightStepIx)
                     to Batstat-File-Start-Time
                   Move NightStepComp(NightStepIx)
                     to Batstat-File-Comp-Time
                   Move NightStepRc(NightStepIx)
                     to Batstat-File-Return-Code
                   Set PrintHadSteps to True
                   Perform FormatDashLine
                   Move Spaces       to PrintLine
                   Move DashLineText to PrintLine
                   Write Print-File-Rec from PrintLine
               End-Perform

               Perform PrintHandoffTail

               Accept NightTimeWork from Time
               Perform FormatNightTime
               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               String NightReprintText Delimited by '  '
                      ' '              Delimited by Size
                      NightTimeText    Delimited by Size
                      ' BY '           Delimited by Size
                      ProfileUserId    Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Close Print-File
           End-If.

           Set NightIsReprint to False.
           Move NightSavedRunDate to Batctl-Run-Date.
           Move NightSavedOper    to Batctl-Operator-Id.
           Move NightSavedShift   to Batctl-Shift-Code.

      *--------------------------------------------------------------*
       DoMonthlyReport Section.
      *--------------------------------------------------------------*
      *  AB-Monthly.  Prints the month-end performance summary the
      *  operations manager gets: for the keyed month (YYMM),
      *  nights certified PASS versus FAIL and total exceptions
      *  from CERTLOG, the longest and average batch window from
      *  BATHIST (each night's earliest start to latest
      *  completion), and the five jobs with the worst average
      *  elapsed time and the most failing return codes (as judged
      *  by RCTABLE -- a warning return code is not a failure).
      ****************************************************************
           Set KeyPromptForMonth to True.
           Move MonthlyPromptTitle to KeyPromptTitleText.
           Move Low-Values to KeyPromptTitleNull.
           Perform PromptForKey.

           If not KeyPromptWasCancelled
               Move KeyPromptValueText(1:4) to MrptMonth
               If MrptMonth = Spaces
                   Move MonthlyTitle     to InfoMsgTitleText
                   Move MonthlyBlankText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Move 0 to MrptPassCount, MrptFailCount,
                             MrptExcTotal, MrptNightCount,
                             MrptJobCount
                   Perform LoadRcTable
                   Perform ScanCertlogMonth
                   Perform ScanBathistMonth

                   If MrptNightCount = 0
                      and MrptPassCount = 0 and MrptFailCount = 0
                       Move MonthlyTitle    to InfoMsgTitleText
                       Move MonthlyNoneText to InfoMsgTextText
                       Perform ShowInfoMessage
                   Else
                       Perform PrintMonthlyReport
                       Move 'MONTHLY'  to AuditAction
                       Move MrptMonth  to AuditDetail
                       Perform AppendAuditRecord
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       ScanCertlogMonth Section.
      *--------------------------------------------------------------*
      *  Folds CERTLOG into per-NIGHT pass/fail counts and the
      *  exception total.  CERTLOG carries one record per
      *  verification run, and a night that fails and is then
      *  fixed and re-verified clean has both a FAIL and a PASS
      *  record -- the same house rule CheckCertPass applies to
      *  the cutover holds here: a PASS supersedes any FAIL for
      *  the night, and each run date is counted once.  A FAIL
      *  night's exception count is the one from its latest FAIL
      *  record; a PASS night contributes none.
      ****************************************************************
           Move 0 to MrptCertCount.
           Open Input Certlog-File.
           If not CertlogFileMissing
               Set MrptIsAtEnd to False
               Perform until MrptIsAtEnd
                   Read Certlog-File
                       At End
                           Set MrptIsAtEnd to True
                       Not At End
                           If Certlog-File-Run-Date(1:4) = MrptMonth
                               Perform AccumCertNight
                           End-If
                   End-Read
               End-perform
               Close Certlog-File
           End-If.

           Perform varying MrptCertIx from 1 by 1
                   until MrptCertIx > MrptCertCount
               If MrptCertPass(MrptCertIx) = 'Y'
                   Add 1 to MrptPassCount
               Else
                   Add 1 to MrptFailCount
                   Add MrptCertExc(MrptCertIx) to MrptExcTotal
               End-If
           End-Perform.

      *--------------------------------------------------------------*
       AccumCertNight Section.
      *--------------------------------------------------------------*
      *  Folds the CERTLOG record just read into its night's entry
      *  in the certification table, creating the entry on first
      *  sight of the run date.
      ****************************************************************
           Move 0 to MrptCertFoundIx.
           Perform varying MrptCertIx from 1 by 1
                   until MrptCertIx > MrptCertCount
               If MrptCertDate(MrptCertIx) = Certlog-File-Run-Date
                   Move MrptCertIx to MrptCertFoundIx
               End-If
           End-Perform.

           If MrptCertFoundIx = 0 and MrptCertCount < 31
               Add 1 to MrptCertCount
               Move MrptCertCount to MrptCertFoundIx
               Move Certlog-File-Run-Date
                 to MrptCertDate(MrptCertFoundIx)
               Move 'N' to MrptCertPass(MrptCertFoundIx)
               Move 0   to MrptCertExc(MrptCertFoundIx)
           End-If.

           If MrptCertFoundIx > 0
               If Certlog-File-Result = 'PASS'
                   Move 'Y' to MrptCertPass(MrptCertFoundIx)
               Else
                   If MrptCertPass(MrptCertFoundIx) not = 'Y'
                       Move Certlog-File-Exceptions
                         to MrptCertExc(MrptCertFoundIx)
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       ScanBathistMonth Section.
      *--------------------------------------------------------------*
      *  Folds every BATHIST record for the report month into the
      *  per-night window table and the per-job elapsed/failure
      *  table AccumMonthlyStep maintains.
      ****************************************************************
           Open Input Bathist-File.
           If not BathistFileMissing
               Set MrptIsAtEnd to False
               Move Low-Values to Bathist-File-Key
               Start Bathist-File Key is Greater than or Equal
                     Bathist-File-Key
                   Invalid Key
                       Set MrptIsAtEnd to True
               End-Start

               Perform until MrptIsAtEnd
                   Read Bathist-File Next Record
                       At End
                           Set MrptIsAtEnd to True
                       Not At End
                           If Bathist-File-Run-Date(1:4) = MrptMonth
                               Perform AccumMonthlyStep
                           End-If
                   End-Read
               End-perform
               Close Bathist-File
           End-If.

      *--------------------------------------------------------------*
       AccumMonthlyStep Section.
      *--------------------------------------------------------------*
      *  Folds the history record just read into both report
      *  tables.  The night's earliest start and latest completion
      *  are kept in seconds pivoted at noon -- anything before
      *  12:00:00 is the morning after, so a 22:00 start sorts
      *  ahead of a 06:00 completion the way the overnight window
      *  actually ran.
      ****************************************************************
           If Bathist-File-Start not = Spaces
              and Bathist-File-Comp not = Spaces
               Move 0 to MrptNightFoundIx
               Perform varying MrptNightIx from 1 by 1
                       until MrptNightIx > MrptNightCount
                   If MrptNightDate(MrptNightIx)
                      = Bathist-File-Run-Date
                       Move MrptNightIx to MrptNightFoundIx
                   End-If
               End-Perform
               If MrptNightFoundIx = 0 and MrptNightCount < 31
                   Add 1 to MrptNightCount
                   Move MrptNightCount to MrptNightFoundIx
                   Move Bathist-File-Run-Date
                     to MrptNightDate(MrptNightFoundIx)
                   Move 999999 to MrptNightMinSecs(MrptNightFoundIx)
                   Move 0      to MrptNightMaxSecs(MrptNightFoundIx)
               End-If

               If MrptNightFoundIx > 0
                   Move Bathist-File-Start to ElapsedTimeWork
                   Perform PivotTimeAtNoon
                   If MrptTimeSecs
                      < MrptNightMinSecs(MrptNightFoundIx)
                       Move MrptTimeSecs
                         to MrptNightMinSecs(MrptNightFoundIx)
                   End-If
                   Move Bathist-File-Comp to ElapsedTimeWork
                   Perform PivotTimeAtNoon
                   If MrptTimeSecs
                      > MrptNightMaxSecs(MrptNightFoundIx)
                       Move MrptTimeSecs
                         to MrptNightMaxSecs(MrptNightFoundIx)
                   End-If
               End-If

               Move 0 to MrptJobFoundIx
               Perform varying MrptJobIx from 1 by 1
                       until MrptJobIx > MrptJobCount
                   If MrptJobName(MrptJobIx) = Bathist-File-Job
                       Move MrptJobIx to MrptJobFoundIx
                   End-If
               End-Perform
               If MrptJobFoundIx = 0 and MrptJobCount < MrptJobMax
                   Add 1 to MrptJobCount
                   Move MrptJobCount to MrptJobFoundIx
                   Move Bathist-File-Job
                     to MrptJobName(MrptJobFoundIx)
                   Move 0 to MrptJobSumSecs(MrptJobFoundIx)
                   Move 0 to MrptJobRuns(MrptJobFoundIx)
                   Move 0 to MrptJobFails(MrptJobFoundIx)
                   Move Space to MrptJobMark(MrptJobFoundIx)
               End-If

               If MrptJobFoundIx > 0
                   Move Bathist-File-Start to ElapsedFromText
                   Move Bathist-File-Comp  to ElapsedToText
                   Perform ComputeElapsedSeconds
                   Add ElapsedTotSecs
                     to MrptJobSumSecs(MrptJobFoundIx)
                   Add 1 to MrptJobRuns(MrptJobFoundIx)
                   Move Bathist-File-Job to RcCheckJob
                   Move Bathist-File-Rc  to RcCheckValue
                   Perform ClassifyStepRc
                   If RcIsFail
                       Add 1 to MrptJobFails(MrptJobFoundIx)
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       PivotTimeAtNoon Section.
      *--------------------------------------------------------------*
      *  Converts the HHMMSShh time in ElapsedTimeWork to seconds
      *  in MrptTimeSecs, with times before noon pushed a day
      *  forward so the overnight window orders correctly.
      ****************************************************************
           Compute MrptTimeSecs = (ElapsedTimeHH * 3600)
                                + (ElapsedTimeMM * 60)
                                +  ElapsedTimeSS.
           If MrptTimeSecs < 43200
               Add 86400 to MrptTimeSecs
           End-If.

      *--------------------------------------------------------------*
       PrintMonthlyReport Section.
      *--------------------------------------------------------------*
      *  Formats the accumulated month onto PRN: certification
      *  counts, the batch window summary, and the two five-worst
      *  lists.
      ****************************************************************
           Open Output Print-File.
           If not PrintOk
               Move LangPrintFailText  to InfoMsgTextText
               Move LangPrintFailTitle to InfoMsgTitleText
               Perform ShowInfoMessage
           Else
               Move Spaces to PrintLine
               String MrptHdrPrefix Delimited by Size
                      MrptMonth     Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine

               Move MrptPassCount to MrptCountDisp
               Move Spaces to PrintLine
               String 'NIGHTS CERTIFIED PASS ' Delimited by Size
                      MrptCountDisp            Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Move MrptFailCount to MrptCountDisp
               Move Spaces to PrintLine
               String 'NIGHTS CERTIFIED FAIL ' Delimited by Size
                      MrptCountDisp            Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Move Spaces to PrintLine
               String 'TOTAL EXCEPTIONS      ' Delimited by Size
                      MrptExcTotal             Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Perform SummarizeBatchWindow

               Move Spaces to PrintLine
               String 'BATCH WINDOW  LONGEST ' Delimited by Size
                      MrptLongText             Delimited by Size
                      '  AVERAGE '             Delimited by Size
                      MrptAvgText              Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine

               Move 'FIVE WORST AVERAGE ELAPSED' to PrintLine
               Write Print-File-Rec from PrintLine
               Move Spaces to PrintLine
               Move MrptElapColHdr to PrintLine
               Write Print-File-Rec from PrintLine
               Perform PrintWorstElapsed

               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine

               Move 'FIVE MOST FAILING RETURN CODES' to PrintLine
               Write Print-File-Rec from PrintLine
               Move Spaces to PrintLine
               Move MrptFailColHdr to PrintLine
               Write Print-File-Rec from PrintLine
               Perform PrintWorstFailures

               Close Print-File
           End-If.

      *--------------------------------------------------------------*
       SummarizeBatchWindow Section.
      *--------------------------------------------------------------*
      *  Computes each accumulated night's window (latest
      *  completion minus earliest start, both noon-pivoted) and
      *  leaves the month's longest and average formatted in
      *  MrptLongText/MrptAvgText.
      ****************************************************************
           Move 0 to MrptWinSumSecs, MrptWinMaxSecs, MrptWinNights.
           Perform varying MrptNightIx from 1 by 1
                   until MrptNightIx > MrptNightCount
               If MrptNightMaxSecs(MrptNightIx)
                  > MrptNightMinSecs(MrptNightIx)
                   Compute MrptWinSecs
                       = MrptNightMaxSecs(MrptNightIx)
                       - MrptNightMinSecs(MrptNightIx)
                   Add MrptWinSecs to MrptWinSumSecs
                   Add 1 to MrptWinNights
                   If MrptWinSecs > MrptWinMaxSecs
                       Move MrptWinSecs to MrptWinMaxSecs
                   End-If
               End-If
           End-Perform.

           If MrptWinNights > 0
               Move MrptWinMaxSecs to ElapsedTotSecs
               Perform FormatElapsedSecs
               Move ElapsedHMSText to MrptLongText
               Compute MrptAvgSecs = MrptWinSumSecs / MrptWinNights
               Move MrptAvgSecs to ElapsedTotSecs
               Perform FormatElapsedSecs
               Move ElapsedHMSText to MrptAvgText
           Else
               Move '--:--:--' to MrptLongText, MrptAvgText
           End-If.

      *--------------------------------------------------------------*
       PrintWorstElapsed Section.
      *--------------------------------------------------------------*
      *  Prints the five jobs with the worst average elapsed time,
      *  picked by repeated selection of the largest unmarked
      *  average -- no sort needed for a five-line list.
      ****************************************************************
           Perform varying MrptJobIx from 1 by 1
                   until MrptJobIx > MrptJobCount
               Move Space to MrptJobMark(MrptJobIx)
           End-Perform.

           Perform varying MrptTopIx from 1 by 1
                   until MrptTopIx > 5
               Move 0 to MrptBestIx, MrptBestVal
               Perform varying MrptJobIx from 1 by 1
                       until MrptJobIx > MrptJobCount
                   If MrptJobMark(MrptJobIx) = Space
                      and MrptJobRuns(MrptJobIx) > 0
                       Compute MrptAvgSecs
                           = MrptJobSumSecs(MrptJobIx)
                           / MrptJobRuns(MrptJobIx)
                       If MrptBestIx = 0
                          or MrptAvgSecs > MrptBestVal
                           Move MrptJobIx   to MrptBestIx
                           Move MrptAvgSecs to MrptBestVal
                       End-If
                   End-If
               End-Perform

               If MrptBestIx > 0
                   Move 'X' to MrptJobMark(MrptBestIx)
                   Move MrptBestVal to ElapsedTotSecs
                   Perform FormatElapsedSecs
                   Move MrptJobRuns(MrptBestIx) to MrptRunsDisp
                   Move Spaces to PrintLine
                   String MrptJobName(MrptBestIx) Delimited by Size
                          '  '                    Delimited by Size
                          ElapsedHMSText          Delimited by Size
                          '   '                   Delimited by Size
                          MrptRunsDisp            Delimited by Size
                     Into PrintLine
                   End-String
                   Write Print-File-Rec from PrintLine
               End-If
           End-Perform.

      *--------------------------------------------------------------*
       PrintWorstFailures Section.
      *--------------------------------------------------------------*
      *  Prints the five jobs with the most failing-return-code
      *  history records, by the same repeated selection.
      ****************************************************************
           Perform varying MrptJobIx from 1 by 1
                   until MrptJobIx > MrptJobCount
               Move Space to MrptJobMark(MrptJobIx)
           End-Perform.

           Perform varying MrptTopIx from 1 by 1
                   until MrptTopIx > 5
               Move 0 to MrptBestIx, MrptBestVal
               Perform varying MrptJobIx from 1 by 1
                       until MrptJobIx > MrptJobCount
                   If MrptJobMark(MrptJobIx) = Space
                      and MrptJobFails(MrptJobIx) > 0
                       If MrptBestIx = 0
                          or MrptJobFails(MrptJobIx) > MrptBestVal
                           Move MrptJobIx to MrptBestIx
                           Move MrptJobFails(MrptJobIx)
                             to MrptBestVal
                       End-If
                   End-If
               End-Perform

               If MrptBestIx > 0
                   Move 'X' to MrptJobMark(MrptBestIx)
                   Move MrptJobFails(MrptBestIx) to MrptFailsDisp
                   Move MrptJobRuns(MrptBestIx)  to MrptRunsDisp
                   Move Spaces to PrintLine
                   String MrptJobName(MrptBestIx) Delimited by Size
                          '  '                    Delimited by Size
                          MrptFailsDisp           Delimited by Size
                          '        '              Delimited by Size
                          MrptRunsDisp            Delimited by Size
                     Into PrintLine
                   End-String
                   Write Print-File-Rec from PrintLine
               End-If
           End-Perform.

      *--------------------------------------------------------------*
       DoScheduleMaint Section.
      *--------------------------------------------------------------*
      *  AB-Schedule.  Puts up the schedule maintenance dialog so the
      *  operator can add, change, or delete job schedule entries.
      *  The dialog stays up across operations; OK or Cancel ends it.
      *  Read-only operators may not maintain the schedule.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
               Set DialogProc to ENTRY 'SchedMaintDlgProc'
               Call OS2API '__WinDlgBox'
                     using by value hwnd-DeskTop
                           by value hWnd
                           by value DialogProc
                           by value UShortNull
                           by value Dlg-SchedMaint
                           by value LongNull
                     returning ReturnData
           End-If.

      *--------------------------------------------------------------*
       SchedAddEntry Section.
      *--------------------------------------------------------------*
      *  Adds the schedule entry keyed in on the maintenance dialog.
      *  The schedule file is bootstrapped on first use the same way
      *  Batctl-File is.  The change ticket is required, and the new
      *  record goes to the change journal as its after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move SchedMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Jobsched-File
               If JobschedFileMissing
                   Open Output Jobsched-File
                   Close Jobsched-File
                   Open I-O Jobsched-File
               End-If

               Move Spaces         to Jobsched-File-Rec
               Move SchedJobText   to Jobsched-File-Key
               Move SchedStartText to Jobsched-File-Exp-Start
               Move SchedCompText  to Jobsched-File-Exp-Comp
               Move SchedPredText  to Jobsched-File-Pred

               Write Jobsched-File-Rec
                   Invalid Key
                       Move SchedDupText   to InfoMsgTextText
                   Not Invalid Key
                       Move SchedAddedText to InfoMsgTextText
                       Move 'SCHED-ADD'    to AuditAction
                       Move SchedJobText   to AuditDetail
                       Perform AppendAuditRecord
                       Move 'JOBSCHED'        to ChgMaster
                       Move 'ADD'             to ChgAction
                       Move SchedJobText      to ChgKey
                       Move Spaces            to ChgBeforeImage
                       Move Jobsched-File-Rec to ChgAfterImage
                       Perform WriteChangeJournal
               End-Write

               Close Jobsched-File
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       SchedChangeEntry Section.
      *--------------------------------------------------------------*
      *  Rewrites the schedule entry keyed in on the maintenance
      *  dialog with the expected times and predecessor shown.  The
      *  change ticket is required.  The record is read first so the
      *  change journal gets the before image as well as the after
      *  image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move SchedMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Jobsched-File
               If JobschedFileMissing
                   Move SchedNotFoundText to InfoMsgTextText
               Else
                   Move SchedJobText to Jobsched-File-Key
                   Read Jobsched-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Jobsched-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move SchedNotFoundText to InfoMsgTextText
                   Else
                       Move SchedStartText to Jobsched-File-Exp-Start
                       Move SchedCompText  to Jobsched-File-Exp-Comp
                       Move SchedPredText  to Jobsched-File-Pred
                       Rewrite Jobsched-File-Rec
                           Invalid Key
                               Move SchedNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move SchedChangedText to InfoMsgTextText
                               Move 'SCHED-CHG'      to AuditAction
                               Move SchedJobText     to AuditDetail
                               Perform AppendAuditRecord
                               Move 'JOBSCHED'        to ChgMaster
                               Move 'CHG'             to ChgAction
                               Move SchedJobText      to ChgKey
                               Move Jobsched-File-Rec to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Rewrite
                   End-If
                   Close Jobsched-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       SchedDeleteEntry Section.
      *--------------------------------------------------------------*
      *  Deletes the schedule entry keyed in on the maintenance
      *  dialog.  The change ticket is required.  The record is read
      *  first so the change journal keeps the image of what was
      *  deleted.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move SchedMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Jobsched-File
               If JobschedFileMissing
                   Move SchedNotFoundText to InfoMsgTextText
               Else
                   Move SchedJobText to Jobsched-File-Key
                   Read Jobsched-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Jobsched-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move SchedNotFoundText to InfoMsgTextText
                   Else
                       Delete Jobsched-File Record
                           Invalid Key
                               Move SchedNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move SchedDeletedText to InfoMsgTextText
                               Move 'SCHED-DEL'      to AuditAction
                               Move SchedJobText     to AuditDetail
                               Perform AppendAuditRecord
                               Move 'JOBSCHED'        to ChgMaster
                               Move 'DEL'             to ChgAction
                               Move SchedJobText      to ChgKey
                               Move Spaces            to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Delete
                   End-If
                   Close Jobsched-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DoRcTableMaint Section.
      *--------------------------------------------------------------*
      *  AB-RcTable.  Puts up the return-code table maintenance
      *  dialog so a supervisor can add, change, or delete a job's
      *  clean and warning limits (or the *DEFAULT shop limits).
      *  The limits decide what alerts, what fails certification,
      *  and what counts as a failure on the extract and monthly
      *  report, so only a supervisor may maintain them.
      ****************************************************************
           If not OperIsSupervisor
               Perform ShowNotAuthorized
           Else
               Set DialogProc to ENTRY 'RcMaintDlgProc'
               Call OS2API '__WinDlgBox'
                     using by value hwnd-DeskTop
                           by value hWnd
                           by value DialogProc
                           by value UShortNull
                           by value Dlg-RcMaint
                           by value LongNull
                     returning ReturnData
           End-If.

      *--------------------------------------------------------------*
       CheckRcLimits Section.
      *--------------------------------------------------------------*
      *  Both limits keyed on the maintenance dialog must be four
      *  digits, and the warning limit may not be below the clean
      *  limit (equal means the job has no warning band at all).
      ****************************************************************
           Set RcLimitsAreValid to False.
           If RcCleanText is Numeric
              and RcWarnText is Numeric
              and RcWarnText not < RcCleanText
               Set RcLimitsAreValid to True
           End-If.

      *--------------------------------------------------------------*
       RcAddEntry Section.
      *--------------------------------------------------------------*
      *  Adds the return-code limits keyed in on the maintenance
      *  dialog.  The table is bootstrapped on first use the same way
      *  Jobsched-File is.  The change ticket is required, and the new
      *  record goes to the change journal as its after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move RcMaintTitle to InfoMsgTitleText.

           Perform CheckRcLimits.
           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
            If not RcLimitsAreValid
               Move RcBadLimitText to InfoMsgTextText
            Else
               Open I-O Rctable-File
               If RctableFileMissing
                   Open Output Rctable-File
                   Close Rctable-File
                   Open I-O Rctable-File
               End-If

               Move Spaces      to Rctable-File-Rec
               Move RcJobText   to Rctable-File-Key
               Move RcCleanText to Rctable-File-Clean-Max
               Move RcWarnText  to Rctable-File-Warn-Max

               Write Rctable-File-Rec
                   Invalid Key
                       Move RcDupText   to InfoMsgTextText
                   Not Invalid Key
                       Move RcAddedText to InfoMsgTextText
                       Move 'RC-ADD'    to AuditAction
                       Move RcJobText   to AuditDetail
                       Perform AppendAuditRecord
                       Move 'RCTABLE'         to ChgMaster
                       Move 'ADD'             to ChgAction
                       Move RcJobText         to ChgKey
                       Move Spaces            to ChgBeforeImage
                       Move Rctable-File-Rec  to ChgAfterImage
                       Perform WriteChangeJournal
               End-Write

               Close Rctable-File
               Set RcTableIsLoaded to False
            End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       RcChangeEntry Section.
      *--------------------------------------------------------------*
      *  Rewrites the return-code limits keyed in on the maintenance
      *  dialog.  The change ticket is required.  The record is read
      *  first so the change journal gets the before image as well as
      *  the after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move RcMaintTitle to InfoMsgTitleText.

           Perform CheckRcLimits.
           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
            If not RcLimitsAreValid
               Move RcBadLimitText to InfoMsgTextText
            Else
               Open I-O Rctable-File
               If RctableFileMissing
                   Move RcNotFoundText to InfoMsgTextText
               Else
                   Move RcJobText to Rctable-File-Key
                   Read Rctable-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Rctable-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move RcNotFoundText to InfoMsgTextText
                   Else
                       Move RcCleanText to Rctable-File-Clean-Max
                       Move RcWarnText  to Rctable-File-Warn-Max
                       Rewrite Rctable-File-Rec
                           Invalid Key
                               Move RcNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move RcChangedText to InfoMsgTextText
                               Move 'RC-CHG'      to AuditAction
                               Move RcJobText     to AuditDetail
                               Perform AppendAuditRecord
                               Move 'RCTABLE'         to ChgMaster
                               Move 'CHG'             to ChgAction
                               Move RcJobText         to ChgKey
                               Move Rctable-File-Rec  to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Rewrite
                   End-If
                   Close Rctable-File
                   Set RcTableIsLoaded to False
               End-If
            End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       RcDeleteEntry Section.
      *--------------------------------------------------------------*
      *  Deletes the return-code limits keyed in on the maintenance
      *  dialog -- the job goes back to the shop default.  The change
      *  ticket is required.  The record is read first so the change
      *  journal keeps the image of what was deleted.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move RcMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Rctable-File
               If RctableFileMissing
                   Move RcNotFoundText to InfoMsgTextText
               Else
                   Move RcJobText to Rctable-File-Key
                   Read Rctable-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Rctable-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move RcNotFoundText to InfoMsgTextText
                   Else
                       Delete Rctable-File Record
                           Invalid Key
                               Move RcNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move RcDeletedText to InfoMsgTextText
                               Move 'RC-DEL'      to AuditAction
                               Move RcJobText     to AuditDetail
                               Perform AppendAuditRecord
                               Move 'RCTABLE'         to ChgMaster
                               Move 'DEL'             to ChgAction
                               Move RcJobText         to ChgKey
                               Move Spaces            to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Delete
                   End-If
                   Close Rctable-File
                   Set RcTableIsLoaded to False
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DoDelivMaint Section.
      *--------------------------------------------------------------*
      *  AB-Deliverables.  Puts up the deliverable maintenance
      *  dialog so a supervisor can add, change, or delete a
      *  business deliverable -- its description, producing job,
      *  deadline, and the run-calendar rule for the nights it is
      *  owed.  The deadlines are what the service review measures
      *  us against, so only a supervisor may maintain them.
      ****************************************************************
           If not OperIsSupervisor
               Perform ShowNotAuthorized
           Else
               Set DialogProc to ENTRY 'DelivMaintDlgProc'
               Call OS2API '__WinDlgBox'
                     using by value hwnd-DeskTop
                           by value hWnd
                           by value DialogProc
                           by value UShortNull
                           by value Dlg-DelivMaint
                           by value LongNull
                     returning ReturnData
           End-If.

      *--------------------------------------------------------------*
       CheckDelivFields Section.
      *--------------------------------------------------------------*
      *  A deliverable must name its producing job and carry a
      *  numeric HHMMSShh deadline.  Blank days, day of month, and
      *  holiday flag are left as keyed -- blank days with no day
      *  of month means the deliverable follows its job's own run
      *  calendar.
      ****************************************************************
           Set DelivFieldsAreValid to False.
           If DelivIdText not = Spaces
              and DelivJobText not = Spaces
              and DelivDeadlineText is Numeric
               Set DelivFieldsAreValid to True
           End-If.

      *--------------------------------------------------------------*
       BuildDelivRecord Section.
      *--------------------------------------------------------------*
      *  Moves the dialog fields into the deliverable record ahead
      *  of a write or rewrite.
      ****************************************************************
           Move DelivNameText     to Delivmst-File-Name.
           Move DelivJobText      to Delivmst-File-Job.
           Move DelivDeadlineText to Delivmst-File-Deadline.
           Move DelivDaysText     to Delivmst-File-Days.
           Move DelivDomText      to Delivmst-File-Dom.
           Move DelivHolText      to Delivmst-File-Hol.

      *--------------------------------------------------------------*
       DelivAddEntry Section.
      *--------------------------------------------------------------*
      *  Adds the deliverable keyed in on the maintenance dialog.
      *  The master is bootstrapped on first use the same way
      *  Jobsched-File is.  The change ticket is required, and the
      *  new record goes to the change journal as its after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move DelivMaintTitle to InfoMsgTitleText.

           Perform CheckDelivFields.
           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
            If not DelivFieldsAreValid
               Move DelivBadText to InfoMsgTextText
            Else
               Open I-O Delivmst-File
               If DelivmstFileMissing
                   Open Output Delivmst-File
                   Close Delivmst-File
                   Open I-O Delivmst-File
               End-If

               Move Spaces      to Delivmst-File-Rec
               Move DelivIdText to Delivmst-File-Key
               Perform BuildDelivRecord

               Write Delivmst-File-Rec
                   Invalid Key
                       Move DelivDupText   to InfoMsgTextText
                   Not Invalid Key
                       Move DelivAddedText to InfoMsgTextText
                       Move 'DELIV-ADD'    to AuditAction
                       Move DelivIdText    to AuditDetail
                       Perform AppendAuditRecord
                       Move 'DELIVMST'         to ChgMaster
                       Move 'ADD'              to ChgAction
                       Move DelivIdText        to ChgKey
                       Move Spaces             to ChgBeforeImage
                       Move Delivmst-File-Rec  to ChgAfterImage
                       Perform WriteChangeJournal
               End-Write

               Close Delivmst-File
            End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DelivChangeEntry Section.
      *--------------------------------------------------------------*
      *  Rewrites the deliverable keyed in on the maintenance
      *  dialog.  The change ticket is required.  The record is
      *  read first so the change journal gets the before image as
      *  well as the after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move DelivMaintTitle to InfoMsgTitleText.

           Perform CheckDelivFields.
           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
            If not DelivFieldsAreValid
               Move DelivBadText to InfoMsgTextText
            Else
               Open I-O Delivmst-File
               If DelivmstFileMissing
                   Move DelivNotFoundText to InfoMsgTextText
               Else
                   Move DelivIdText to Delivmst-File-Key
                   Read Delivmst-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Delivmst-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move DelivNotFoundText to InfoMsgTextText
                   Else
                       Perform BuildDelivRecord
                       Rewrite Delivmst-File-Rec
                           Invalid Key
                               Move DelivNotFoundText
                                 to InfoMsgTextText
                           Not Invalid Key
                               Move DelivChangedText to InfoMsgTextText
                               Move 'DELIV-CHG'      to AuditAction
                               Move DelivIdText      to AuditDetail
                               Perform AppendAuditRecord
                               Move 'DELIVMST'         to ChgMaster
                               Move 'CHG'              to ChgAction
                               Move DelivIdText        to ChgKey
                               Move Delivmst-File-Rec  to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Rewrite
                   End-If
                   Close Delivmst-File
               End-If
            End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DelivDeleteEntry Section.
      *--------------------------------------------------------------*
      *  Deletes the deliverable keyed in on the maintenance
      *  dialog.  The change ticket is required.  The record is
      *  read first so the change journal keeps the image of what
      *  was deleted.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move DelivMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Delivmst-File
               If DelivmstFileMissing
                   Move DelivNotFoundText to InfoMsgTextText
               Else
                   Move DelivIdText to Delivmst-File-Key
                   Read Delivmst-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Delivmst-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move DelivNotFoundText to InfoMsgTextText
                   Else
                       Delete Delivmst-File Record
                           Invalid Key
                               Move DelivNotFoundText
                                 to InfoMsgTextText
                           Not Invalid Key
                               Move DelivDeletedText to InfoMsgTextText
                               Move 'DELIV-DEL'      to AuditAction
                               Move DelivIdText      to AuditDetail
                               Perform AppendAuditRecord
                               Move 'DELIVMST'         to ChgMaster
                               Move 'DEL'              to ChgAction
                               Move DelivIdText        to ChgKey
                               Move Spaces             to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Delete
                   End-If
                   Close Delivmst-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DoCalendarMaint Section.
      *--------------------------------------------------------------*
      *  AB-Calendar.  Puts up the run calendar maintenance dialog so
      *  the operator can add, change, or delete run-frequency
      *  entries and add holiday dates.  The dialog stays up across
      *  operations; OK or Cancel ends it.  Read-only operators may
      *  not maintain the calendar.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
               Set DialogProc to ENTRY 'CalMaintDlgProc'
               Call OS2API '__WinDlgBox'
                     using by value hwnd-DeskTop
                           by value hWnd
                           by value DialogProc
                           by value UShortNull
                           by value Dlg-CalMaint
                           by value LongNull
                     returning ReturnData
           End-If.

      *--------------------------------------------------------------*
       CalAddEntry Section.
      *--------------------------------------------------------------*
      *  Adds the run calendar entry keyed in on the maintenance
      *  dialog.  The calendar file is bootstrapped on first use the
      *  same way Jobsched-File is.  The change ticket is required,
      *  and the new record goes to the change journal as its after
      *  image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move CalMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Runcal-File
               If RuncalFileMissing
                   Open Output Runcal-File
                   Close Runcal-File
                   Open I-O Runcal-File
               End-If

               Move Spaces      to Runcal-File-Rec
               Move CalJobText  to Runcal-File-Key
               Move CalDaysText to Runcal-File-Days
               Move CalDomText  to Runcal-File-Dom
               Move CalHolText  to Runcal-File-Hol

               Write Runcal-File-Rec
                   Invalid Key
                       Move CalDupText   to InfoMsgTextText
                   Not Invalid Key
                       Move CalAddedText to InfoMsgTextText
                       Move 'CAL-ADD'    to AuditAction
                       Move CalJobText   to AuditDetail
                       Perform AppendAuditRecord
                       Move 'RUNCAL'          to ChgMaster
                       Move 'ADD'             to ChgAction
                       Move CalJobText        to ChgKey
                       Move Spaces            to ChgBeforeImage
                       Move Runcal-File-Rec   to ChgAfterImage
                       Perform WriteChangeJournal
               End-Write

               Close Runcal-File
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       CalChangeEntry Section.
      *--------------------------------------------------------------*
      *  Rewrites the run calendar entry keyed in on the maintenance
      *  dialog with the day flags, day of month, and holiday flag
      *  shown.  The change ticket is required.  The record is read
      *  first so the change journal gets the before image as well as
      *  the after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move CalMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Runcal-File
               If RuncalFileMissing
                   Move CalNotFoundText to InfoMsgTextText
               Else
                   Move CalJobText to Runcal-File-Key
                   Read Runcal-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Runcal-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move CalNotFoundText to InfoMsgTextText
                   Else
                       Move CalDaysText to Runcal-File-Days
                       Move CalDomText  to Runcal-File-Dom
                       Move CalHolText  to Runcal-File-Hol
                       Rewrite Runcal-File-Rec
                           Invalid Key
                               Move CalNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move CalChangedText to InfoMsgTextText
                               Move 'CAL-CHG'      to AuditAction
                               Move CalJobText     to AuditDetail
                               Perform AppendAuditRecord
                               Move 'RUNCAL'          to ChgMaster
                               Move 'CHG'             to ChgAction
                               Move CalJobText        to ChgKey
                               Move Runcal-File-Rec   to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Rewrite
                   End-If
                   Close Runcal-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       CalDeleteEntry Section.
      *--------------------------------------------------------------*
      *  Deletes the run calendar entry keyed in on the maintenance
      *  dialog -- the job goes back to being due every night.  The
      *  change ticket is required.  The record is read first so the
      *  change journal keeps the image of what was deleted.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move CalMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Runcal-File
               If RuncalFileMissing
                   Move CalNotFoundText to InfoMsgTextText
               Else
                   Move CalJobText to Runcal-File-Key
                   Read Runcal-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Runcal-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move CalNotFoundText to InfoMsgTextText
                   Else
                       Delete Runcal-File Record
                           Invalid Key
                               Move CalNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move CalDeletedText to InfoMsgTextText
                               Move 'CAL-DEL'      to AuditAction
                               Move CalJobText     to AuditDetail
                               Perform AppendAuditRecord
                               Move 'RUNCAL'          to ChgMaster
                               Move 'DEL'             to ChgAction
                               Move CalJobText        to ChgKey
                               Move Spaces            to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Delete
                   End-If
                   Close Runcal-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       CalHolAddEntry Section.
      *--------------------------------------------------------------*
      *  Appends the holiday date keyed in on the maintenance dialog
      *  to the sequential HOLIDAYS list, bootstrapping the list on
      *  first use the way the other files are.  The change ticket
      *  is required, and the new record goes to the change journal
      *  as its after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move CalMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
            If CalHolDateText = Spaces
               Move CalHolBlankText to InfoMsgTextText
            Else
               Open Extend Holiday-File
               If HolidayFileMissing
                   Open Output Holiday-File
                   Close Holiday-File
                   Open Extend Holiday-File
               End-If

               Move Spaces         to Holiday-File-Rec
               Move CalHolDateText to Holiday-File-Date
               Write Holiday-File-Rec
               Move Holiday-File-Rec to ChgAfterImage
               Close Holiday-File

               Move CalHolAddedText to InfoMsgTextText
               Move 'CAL-HOL'       to AuditAction
               Move CalHolDateText  to AuditDetail
               Perform AppendAuditRecord
               Move 'HOLIDAYS'      to ChgMaster
               Move 'ADD'           to ChgAction
               Move CalHolDateText  to ChgKey
               Move Spaces          to ChgBeforeImage
               Perform WriteChangeJournal
            End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DoCutover Section.
      *--------------------------------------------------------------*
      *  AB-Cutover.  The one controlled way to end a night, in a
      *  single guarded pass: every completed BATSTAT step is rolled
      *  into BATHIST under the current run date, BATSTAT is
      *  emptied, the control record's run date is advanced one
      *  calendar day, and the cutover itself is recorded in CUTLOG
      *  so a second attempt on the same run date is refused.  A run
      *  with no PASS record in CERTLOG is refused outright; a
      *  supervisor may override with a second supervisor's
      *  approval, and the override is audited.  Before anything is
      *  rolled, the control and master files are taken as a
      *  CUTOVER generation (TakeGeneration); a night whose backup
      *  fails is not cut over.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
            If Batctl-Run-Date = Spaces
               Move CutoverTitle    to InfoMsgTitleText
               Move VerifyNoCtlText to InfoMsgTextText
               Perform ShowInfoMessage
            Else
               Perform CheckCutoverDone
               If CutAlreadyDone
                   Move CutoverTitle to InfoMsgTitleText
                   Move CutDupText   to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Perform CheckCertPass
                   Set CutWasRefused  to False
                   Set CutHadOverride to False
                   If not CertHasPass
                       Perform AskCutoverOverride
                   End-If
                   If not CutWasRefused
                       Move 'CUTOVER' to GenReason
                       Perform TakeGeneration
                       If GenCopyFailed
                           Set CutWasRefused to True
                           Move CutoverTitle   to InfoMsgTitleText
                           Move GenCutFailText to InfoMsgTextText
                           Perform ShowInfoMessage
                       End-If
                   End-If
                   If not CutWasRefused
                       Move Batctl-Run-Date to CutPrevDate
                       Perform RollStepsToHistory
                   End-If
                   If not CutWasRefused
                       Perform AdvanceRunDate
                       Perform WriteCutoverRecord

                       Move 'CUTOVER'   to AuditAction
                       Move CutPrevDate to AuditDetail
                       Perform AppendAuditRecord

      *  The snapshot still holds the night just rolled away; drop
      *  it and repaint so the board shows the empty new night now,
      *  not after the next timer tick, and no step-detail dialog
      *  can open on a record that no longer exists.
                       Set DashSnapIsLoaded to False
                       Set DashRefreshPending to True
                       Call OS2API '__WinInvalidateRect'
                             using  by value hwnd
                                    by value LongNull
                                    by value 1
                             returning ReturnData

                       Move CutoverTitle to InfoMsgTitleText
                       Move CutDoneText  to InfoMsgTextText
                       Perform ShowInfoMessage
                   End-If
               End-If
            End-If
           End-If.

      *--------------------------------------------------------------*
       CheckCutoverDone Section.
      *--------------------------------------------------------------*
      *  Scans CUTLOG for the current run date and leaves
      *  CutAlreadyDone set when the night has already been rolled
      *  away -- the second attempt is then refused, which is what
      *  keeps a double cutover from skipping a night.
      ****************************************************************
           Set CutAlreadyDone to False.
           Open Input Cutlog-File.
           If not CutlogFileMissing
               Set CutScanIsAtEnd to False
               Perform until CutScanIsAtEnd
                   Read Cutlog-File
                       At End
                           Set CutScanIsAtEnd to True
                       Not At End
                           If Cutlog-File-Run-Date = Batctl-Run-Date
                               Set CutAlreadyDone to True
                               Set CutScanIsAtEnd to True
                           End-If
                   End-Read
               End-perform
               Close Cutlog-File
           End-If.

      *--------------------------------------------------------------*
       CheckCertPass Section.
      *--------------------------------------------------------------*
      *  Scans CERTLOG for a PASS certification of the current run
      *  date.  A later FAIL does not cancel an earlier PASS -- the
      *  verification that matters is the one that passed.
      ****************************************************************
           Set CertHasPass to False.
           Open Input Certlog-File.
           If not CertlogFileMissing
               Set CutScanIsAtEnd to False
               Perform until CutScanIsAtEnd
                   Read Certlog-File
                       At End
                           Set CutScanIsAtEnd to True
                       Not At End
                           If Certlog-File-Run-Date = Batctl-Run-Date
                              and Certlog-File-Result = 'PASS'
                               Set CertHasPass to True
                               Set CutScanIsAtEnd to True
                           End-If
                   End-Read
               End-perform
               Close Certlog-File
           End-If.

      *--------------------------------------------------------------*
       AskCutoverOverride Section.
      *--------------------------------------------------------------*
      *  The run has no PASS certification.  Operators below
      *  supervisor are refused outright; a supervisor is asked
      *  whether to override, and a Yes still needs a second
      *  supervisor's approval (ObtainSecondApproval).  Once
      *  approved it is written to the audit trail before the
      *  cutover proceeds.
      ****************************************************************
           If not OperIsSupervisor
               Move CutoverTitle  to InfoMsgTitleText
               Move CutNoCertText to InfoMsgTextText
               Perform ShowInfoMessage
               Set CutWasRefused to True
           Else
               Move 'CUT-OVRD'      to OvrdKind
               Move Batctl-Run-Date to OvrdSubject
               If UnattendedMode
                   Perform ObtainSecondApproval
               Else
                   Move Low-Values to CutAskMsgNull, CutAskTitleNull
                   Compute MsgBoxControls = MB-YESNO + MB-ICONQUESTION
                                          + MB-APPLMODAL + MB-MOVEABLE
                   Call OS2API '__WinMessageBox'
                         using  by value HWND-DESKTOP
                                by value hwndClient
                                by reference CutAskMsg
                                by reference CutAskTitle
                                by value UShortNull
                                by value MsgBoxControls
                         returning MsgBoxButton
                   If MsgBoxButton = MBID-YES
                       Perform ObtainSecondApproval
                   Else
                       Set OvrdWasApproved to False
                   End-If
               End-If

               If OvrdWasApproved
                   Set CutHadOverride to True
                   Move 'CUT-OVRD'      to AuditAction
                   Move Batctl-Run-Date to AuditDetail
                   Perform AppendAuditRecord
               Else
                   Set CutWasRefused to True
               End-If
           End-If.

      *--------------------------------------------------------------*
       RollStepsToHistory Section.
      *--------------------------------------------------------------*
      *  The roll half of the cutover: walks BATSTAT end to end,
      *  captures every completed step into BATHIST under the run
      *  date being rolled away (the same RecordStepHistory the
      *  dashboard pass uses, so nothing completed can be missing
      *  from history), and deletes every BATSTAT record so the new
      *  night starts on an empty board.
      *  When the history file cannot be opened at all (locked on
      *  the shared drive, say) NOTHING is deleted: the cutover is
      *  refused outright, because emptying BATSTAT with nothing
      *  captured would lose the night's evidence -- the very loss
      *  the roll exists to prevent.
      ****************************************************************
           Perform OpenHistoryCapture.
           If not BathistIsAvail
               Set CutWasRefused to True
               Move CutoverTitle    to InfoMsgTitleText
               Move CutHistFailText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Set DashIsAtEnd to False
               Open I-O Batstat-File
               If BatstatFileMissing
                   Set DashIsAtEnd to True
               End-If

               If not DashIsAtEnd
                   Move Low-Values to Batstat-File-Key
                   Start Batstat-File Key is Greater than or Equal
                         Batstat-File-Key
                       Invalid Key
                           Set DashIsAtEnd to True
                   End-Start
               End-If

               Perform until DashIsAtEnd
                   Read Batstat-File Next Record
                       At End
                           Set DashIsAtEnd to True
                       Not At End
                           If Batstat-File-Comp-Time not = Spaces
                               Perform RecordStepHistory
                           End-If
                           Delete Batstat-File Record
                               Invalid Key
                                   Continue
                           End-Delete
                   End-Read
               End-perform

               If not BatstatFileMissing
                   Close Batstat-File
               End-If

               Close Bathist-File
               Set BathistIsAvail to False
           End-If.

      *--------------------------------------------------------------*
       AdvanceRunDate Section.
      *--------------------------------------------------------------*
      *  Advances the in-memory control record's run date one
      *  calendar day and writes the record back, so the next
      *  night's statuses land under the right key without anyone
      *  re-keying the date through the batch header dialog.
      ****************************************************************
           Perform AddOneDay.
           If Batctl-Key = Spaces
               Move 'MAIN    ' to Batctl-Key
           End-If.
           Perform WriteBatctlRecord.

      *--------------------------------------------------------------*
       AddOneDay Section.
      *--------------------------------------------------------------*
      *  Rolls Batctl-Run-Date (YYMMDD, year taken as 19YY) forward
      *  one day, carrying across month and year ends.  February is
      *  29 days when 19YY divides by four.
      ****************************************************************
           Move Batctl-Run-Date to NextDateWork.
           Add 1 to NextDateDD.

           Evaluate NextDateMM
               When 01
               When 03
               When 05
               When 07
               When 08
               When 10
               When 12
                    Move 31 to MonthDays
               When 04
               When 06
               When 09
               When 11
                    Move 30 to MonthDays
               When 02
                    Divide NextDateYY by 4
                        giving LeapDisc remainder LeapRem
                    If LeapRem = 0
                        Move 29 to MonthDays
                    Else
                        Move 28 to MonthDays
                    End-If
               When Other
                    Move 31 to MonthDays
           End-Evaluate.

           If NextDateDD > MonthDays
               Move 1 to NextDateDD
               Add 1 to NextDateMM
               If NextDateMM > 12
                   Move 1 to NextDateMM
                   Add 1 to NextDateYY
               End-If
           End-If.

           Move NextDateWork to Batctl-Run-Date.

      *--------------------------------------------------------------*
       WriteCutoverRecord Section.
      *--------------------------------------------------------------*
      *  Appends the cutover just performed to CUTLOG: the run date
      *  rolled away, who rolled it, when, and whether the missing
      *  PASS certification was overridden.  CheckCutoverDone reads
      *  this file to refuse a second attempt.
      ****************************************************************
           Accept CutTimeValue from Time.
           Open Extend Cutlog-File.
           If CutlogFileMissing
               Open Output Cutlog-File
               Close Cutlog-File
               Open Extend Cutlog-File
           End-If.

           Move Spaces        to Cutlog-File-Rec.
           Move CutPrevDate   to Cutlog-File-Run-Date.
           Move ProfileUserId to Cutlog-File-Oper-Id.
           Move CutTimeValue  to Cutlog-File-Time.
           If CutHadOverride
               Move 'Y' to Cutlog-File-Override
           Else
               Move 'N' to Cutlog-File-Override
           End-If.
           Write Cutlog-File-Rec.

           Close Cutlog-File.

      *--------------------------------------------------------------*
       DoVerifyNight Section.
      *--------------------------------------------------------------*
      *  AB-Verify.  Mechanizes the supervisor's end-of-night tick
      *  sheet: every step in the job schedule master must have a
      *  Batstat-File record with a completion time, a return code
      *  RCTABLE judges clean or a warning, and a completion time
      *  no earlier than its start time.  The outcome is written to
      *  the CERTLOG certification file for the run identified by
      *  the current control record; a failed verification lists
      *  the offending steps on screen.  Certifying a night is a
      *  supervisor action.
      ****************************************************************
           If not OperIsSupervisor
               Perform ShowNotAuthorized
           Else
               Perform RunNightVerification
           End-If.

      *--------------------------------------------------------------*
       RunNightVerification Section.
      *--------------------------------------------------------------*
      *  The verification pass proper, performed once DoVerifyNight
      *  has cleared the supervisor authority check.  VerifyDidRun
      *  is left false on the early exits (no control record, no
      *  schedule to verify against) so a caller -- the unattended
      *  run in particular -- can tell "nothing could be verified"
      *  from a verification that actually passed.
      ****************************************************************
           Set VerifyDidRun to False.
           If Batctl-Run-Date = Spaces
               Move VerifyTitle     to InfoMsgTitleText
               Move VerifyNoCtlText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Move 0 to VerifyExceptCount
               Perform LoadRcTable
               Perform LoadStepTimeTable
               Open Input Jobsched-File
               If JobschedFileMissing
                   Move VerifyTitle       to InfoMsgTitleText
                   Move VerifyNoSchedText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Set VerifyDidRun to True
                   Perform OpenRunCalendar
                   Open Input Batstat-File
                   Set SchedIsAtEnd to False
                   Move Low-Values to Jobsched-File-Key
                   Start Jobsched-File Key is Greater than or Equal
                         Jobsched-File-Key
                       Invalid Key
                           Set SchedIsAtEnd to True
                   End-Start

                   Perform until SchedIsAtEnd
                       Read Jobsched-File Next Record
                           At End
                               Set SchedIsAtEnd to True
                           Not At End
                               Perform VerifyOneStep
                       End-Read
                   End-perform

                   Perform VerifyUnschedSteps

                   If not BatstatFileMissing
                       Close Batstat-File
                   End-If
                   Close Jobsched-File
                   Perform CloseRunCalendar

                   If VerifyExceptCount = 0
                       Set VerifyPassed to True
                   Else
                       Set VerifyFailed to True
                   End-If

                   Set DispWasCancelled to False
                   If VerifyFailed
                       If UnattendedMode
                           Perform LoadPriorDispositions
                       Else
                           Perform CollectExceptDispositions
                       End-If
                   End-If

                   If DispWasCancelled
                       Move 'VERIFY'      to AuditAction
                       Move 'UNCERTIFIED' to AuditDetail
                       Perform AppendAuditRecord
                       Move VerifyTitle        to InfoMsgTitleText
                       Move DispIncompleteText to InfoMsgTextText
                       Perform ShowInfoMessage
                   Else
                       Perform WriteCertRecord

                       Move 'VERIFY'  to AuditAction
                       Move Spaces    to AuditDetail
                       String VerifyResult      Delimited by Size
                              ' EXC='           Delimited by Size
                              VerifyExceptCount Delimited by Size
                         Into AuditDetail
                       End-String
                       Perform AppendAuditRecord

                       If VerifyFailed
                           If not UnattendedMode
                               Perform ShowVerifyResult
                           End-If
                       Else
                           Move VerifyTitle    to InfoMsgTitleText
                           Move VerifyPassText to InfoMsgTextText
                           Perform ShowInfoMessage
                       End-If
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       VerifyOneStep Section.
      *--------------------------------------------------------------*
      *  Checks one scheduled step against BATSTAT and records an
      *  exception when it fails any of the certification rules.
      *  A step not due on the run date is not checked at all, so a
      *  weekly or month-end job no longer fails certification on
      *  the nights it was never meant to run.
      ****************************************************************
           Move Spaces to VerifyWorkReason.
           Move Jobsched-File-Key to CalCheckJob.
           Perform CheckStepDue.
           If not StepIsDue
               Continue
           Else
            If BatstatFileMissing
               Move 'MISSING' to VerifyWorkReason
            Else
               Move Jobsched-File-Key to Batstat-File-Key
               Read Batstat-File
                   Invalid Key
                       Move 'MISSING' to VerifyWorkReason
                   Not Invalid Key
                       Move Batstat-File-Key         to RcCheckJob
                       Move Batstat-File-Return-Code to RcCheckValue
                       Perform ClassifyStepRc
                       If Batstat-File-Comp-Time = Spaces
                           Move 'NO-COMP' to VerifyWorkReason
                       Else
                           If RcIsFail or RcIsNone
                               String 'RC '  Delimited by Size
                                      Batstat-File-Return-Code
                                             Delimited by Size
                                 Into VerifyWorkReason
                               End-String
                           Else
                               If Batstat-File-Comp-Time <
                                  Batstat-File-Start-Time
                                   Move 'BAD-TIMES' to VerifyWorkReason
                               End-If
                           End-If
                       End-If
                       If VerifyWorkReason = Spaces
                          and Batstat-File-Start-Time not = Spaces
                          and Jobsched-File-Pred not = Spaces
                           Perform CheckPredViolation
                           If PredWasViolated
                               Move 'PRED-VIOL' to VerifyWorkReason
                           End-If
                       End-If
               End-Read
            End-If
           End-If.

           If VerifyWorkReason not = Spaces
               Add 1 to VerifyExceptCount
               If VerifyExceptCount not > VerifyExceptMax
                   Move VerifyExceptCount to VerifyExceptIx
                   Move Jobsched-File-Key
                     to VerifyExceptJob(VerifyExceptIx)
                   Move VerifyWorkReason
                     to VerifyExceptReason(VerifyExceptIx)
                   Move Spaces
                     to VerifyExceptDisp(VerifyExceptIx)
               End-If
           End-If.

      *--------------------------------------------------------------*
       VerifyUnschedSteps Section.
      *--------------------------------------------------------------*
      *  Second half of the certification pass: every overnight
      *  step must be ticked off, not just the scheduled ones, so
      *  BATSTAT is walked end to end and any step that is not
      *  clean (a failing return code or no completion time) and
      *  has no schedule entry is recorded as an UNSCHED exception.
      *  Both files are already open from RunNightVerification.
      ****************************************************************
           If not BatstatFileMissing
               Set DashIsAtEnd to False
               Move Low-Values to Batstat-File-Key
               Start Batstat-File Key is Greater than or Equal
                     Batstat-File-Key
                   Invalid Key
                       Set DashIsAtEnd to True
               End-Start

               Perform until DashIsAtEnd
                   Read Batstat-File Next Record
                       At End
                           Set DashIsAtEnd to True
                       Not At End
                           Perform VerifyOneUnschedStep
                   End-Read
               End-perform
           End-If.

      *--------------------------------------------------------------*
       VerifyOneUnschedStep Section.
      *--------------------------------------------------------------*
      *  Records an UNSCHED exception for the Batstat-File record
      *  just read when it is not clean and the job schedule master
      *  has no entry for it (scheduled steps were already judged
      *  by VerifyOneStep).
      ****************************************************************
           Move Batstat-File-Key         to RcCheckJob.
           Move Batstat-File-Return-Code to RcCheckValue.
           Perform ClassifyStepRc.
           If RcIsFail or Batstat-File-Comp-Time = Spaces
               Move Batstat-File-Key to Jobsched-File-Key
               Read Jobsched-File
                   Invalid Key
                       Add 1 to VerifyExceptCount
                       If VerifyExceptCount not > VerifyExceptMax
                           Move VerifyExceptCount to VerifyExceptIx
                           Move Batstat-File-Key
                             to VerifyExceptJob(VerifyExceptIx)
                           Move 'UNSCHED'
                             to VerifyExceptReason(VerifyExceptIx)
                           Move Spaces
                             to VerifyExceptDisp(VerifyExceptIx)
                       End-If
                   Not Invalid Key
                       Continue
               End-Read
           End-If.

      *--------------------------------------------------------------*
       WriteCertRecord Section.
      *--------------------------------------------------------------*
      *  Appends the certification outcome for this run to CERTLOG:
      *  run date and verifying operator from the current control
      *  record, time of the verification, pass/fail, and how many
      *  exceptions were found.  This is the record the auditors
      *  pull in place of the old paper sign-off sheet.
      ****************************************************************
           Accept CertlogTimeValue from Time.
           Open Extend Certlog-File.
           If CertlogFileMissing
               Open Output Certlog-File
               Close Certlog-File
               Open Extend Certlog-File
           End-If.

           Move Spaces             to Certlog-File-Rec.
           Move Batctl-Run-Date    to Certlog-File-Run-Date.
           Move Batctl-Operator-Id to Certlog-File-Oper-Id.
           Move CertlogTimeValue   to Certlog-File-Time.
           Move VerifyResult       to Certlog-File-Result.
           Move VerifyExceptCount  to Certlog-File-Exceptions.
           Write Certlog-File-Rec.

           Close Certlog-File.

      *--------------------------------------------------------------*
       LoadPriorDispositions Section.
      *--------------------------------------------------------------*
      *  Fills the exception table's disposition column from any
      *  EXCPDISP records already on file for this run date, so a
      *  re-run of Verify shows what was already answered and only
      *  demands dispositions for new exceptions.
      ****************************************************************
           Open Input Excpdisp-File.
           If not ExcpdispFileMissing
               Perform varying VerifyExceptIx from 1 by 1
                       until VerifyExceptIx > VerifyExceptCount
                       or VerifyExceptIx > VerifyExceptMax
                   Move VerifyExceptJob(VerifyExceptIx)
                     to Excpdisp-File-Job
                   Move Batctl-Run-Date to Excpdisp-File-Run-Date
                   Read Excpdisp-File
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move Excpdisp-File-Reason
                             to VerifyExceptDisp(VerifyExceptIx)
                   End-Read
               End-Perform
               Close Excpdisp-File
           End-If.

      *--------------------------------------------------------------*
       CollectExceptDispositions Section.
      *--------------------------------------------------------------*
      *  Demands a disposition for every exception that does not
      *  already have one on file for this run date.  Prior
      *  dispositions are loaded first; each remaining exception
      *  puts up the disposition dialog, and the answer is written
      *  to EXCPDISP stamped with the operator and time.  A Cancel
      *  leaves DispWasCancelled set and the caller withholds the
      *  certification record -- the night stays uncertified until
      *  every exception has its explanation.
      ****************************************************************
           Perform LoadPriorDispositions.

           Perform varying VerifyExceptIx from 1 by 1
                   until VerifyExceptIx > VerifyExceptCount
                   or VerifyExceptIx > VerifyExceptMax
                   or DispWasCancelled
               If VerifyExceptDisp(VerifyExceptIx) = Spaces
                   Perform AskOneDisposition
               End-If
           End-Perform.

      *--------------------------------------------------------------*
       AskOneDisposition Section.
      *--------------------------------------------------------------*
      *  Puts up the disposition dialog for the exception at
      *  VerifyExceptIx and, unless the operator cancels, writes
      *  the answer to EXCPDISP and into the exception table.  The
      *  dialog will not dismiss on OK until a reason code has been
      *  keyed, so an empty disposition can never be recorded.
      ****************************************************************
           Move Spaces to DispJobLineText.
           String VerifyExceptJob(VerifyExceptIx)    Delimited by Size
                  '  '                               Delimited by Size
                  VerifyExceptReason(VerifyExceptIx) Delimited by Size
             Into DispJobLineText
           End-String.
           Move Spaces to DispReasonText, DispCommentText.

           Set DialogProc to ENTRY 'ExcpDispDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hwndFrame
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-ExcpDisp
                       by value LongNull
                 returning ReturnData.

           If not DispWasCancelled
               Move DispReasonText
                 to VerifyExceptDisp(VerifyExceptIx)
               Perform WriteDispRecord

               Move 'EXC-DISP' to AuditAction
               Move VerifyExceptJob(VerifyExceptIx) to AuditDetail
               Perform AppendAuditRecord
           End-If.

      *--------------------------------------------------------------*
       WriteDispRecord Section.
      *--------------------------------------------------------------*
      *  Writes (or renews) the EXCPDISP record for the exception
      *  at VerifyExceptIx under job + run date.  Opened and closed
      *  around the one record so no file sits open while the next
      *  disposition dialog dispatches messages.  The disposition
      *  is then linked onto the job's incident, if it has one.
      ****************************************************************
           Accept DispTimeValue from Time.
           Open I-O Excpdisp-File.
           If ExcpdispFileMissing
               Open Output Excpdisp-File
               Close Excpdisp-File
               Open I-O Excpdisp-File
           End-If.

           Move VerifyExceptJob(VerifyExceptIx) to Excpdisp-File-Job.
           Move Batctl-Run-Date   to Excpdisp-File-Run-Date.
           Move DispReasonText    to Excpdisp-File-Reason.
           Move DispCommentText   to Excpdisp-File-Comment.
           Move ProfileUserId     to Excpdisp-File-Oper.
           Move DispTimeValue     to Excpdisp-File-Time.

           Rewrite Excpdisp-File-Rec
               Invalid Key
                   Write Excpdisp-File-Rec
                       Invalid Key
                           Continue
                   End-Write
           End-Rewrite.

           Close Excpdisp-File.

           Move VerifyExceptJob(VerifyExceptIx) to IncidKeyJob.
           Move Batctl-Run-Date to IncidKeyDate.
           Perform LinkIncident.

      *--------------------------------------------------------------*
       ShowVerifyResult Section.
      *--------------------------------------------------------------*
      *  Builds the failure summary and puts up the verify result
      *  dialog, whose list box VerifyResultDlgProc fills from the
      *  exception table.
      ****************************************************************
           Move Spaces to VerifySummaryText.
           String 'Verification FAILED -- ' Delimited by Size
                  VerifyExceptCount         Delimited by Size
                  ' exception(s).'          Delimited by Size
             Into VerifySummaryText
           End-String.

           Set DialogProc to ENTRY 'VerifyResultDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-VerifyResult
                       by value LongNull
                 returning ReturnData.

      *--------------------------------------------------------------*
       DoOperMaint Section.
      *--------------------------------------------------------------*
      *  AB-Operators.  Puts up the operator maintenance dialog so a
      *  supervisor can add, change, or delete operator master
      *  records.  The dialog stays up across operations; OK or
      *  Cancel ends it.
      ****************************************************************
           If not OperIsSupervisor
               Perform ShowNotAuthorized
           Else
               Set DialogProc to ENTRY 'OperMaintDlgProc'
               Call OS2API '__WinDlgBox'
                     using by value hwnd-DeskTop
                           by value hWnd
                           by value DialogProc
                           by value UShortNull
                           by value Dlg-OperMaint
                           by value LongNull
                     returning ReturnData
           End-If.

      *--------------------------------------------------------------*
       OperAddEntry Section.
      *--------------------------------------------------------------*
      *  Adds the operator record keyed in on the maintenance dialog.
      *  ValidateOperator bootstrapped the master at startup, but it
      *  is re-bootstrapped here the same way in case it has been
      *  removed out from under the session.  The change ticket is
      *  required, and the new record goes to the change journal as
      *  its after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move OperMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Opermast-File
               If OpermastFileMissing
                   Open Output Opermast-File
                   Close Opermast-File
                   Open I-O Opermast-File
               End-If

               Move Spaces            to Opermast-File-Rec
               Move OperIdFldText     to Opermast-File-Key
               Move OperNameFldText   to Opermast-File-Name
               Move OperShiftFldText  to Opermast-File-Shift
               Move OperAuthFldText   to Opermast-File-Auth
               Move OperActiveFldText to Opermast-File-Active

               Write Opermast-File-Rec
                   Invalid Key
                       Move OperDupText   to InfoMsgTextText
                   Not Invalid Key
                       Move OperAddedText to InfoMsgTextText
                       Move 'OPER-ADD'    to AuditAction
                       Move OperIdFldText to AuditDetail
                       Perform AppendAuditRecord
                       Move 'OPERMAST'        to ChgMaster
                       Move 'ADD'             to ChgAction
                       Move OperIdFldText     to ChgKey
                       Move Spaces            to ChgBeforeImage
                       Move Opermast-File-Rec to ChgAfterImage
                       Perform WriteChangeJournal
               End-Write

               Close Opermast-File
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       OperChangeEntry Section.
      *--------------------------------------------------------------*
      *  Rewrites the operator record keyed in on the maintenance
      *  dialog.  The change ticket is required.  The record is read
      *  first so the change journal gets the before image as well as
      *  the after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move OperMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Opermast-File
               If OpermastFileMissing
                   Move OperNotFoundText to InfoMsgTextText
               Else
                   Move OperIdFldText to Opermast-File-Key
                   Read Opermast-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Opermast-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move OperNotFoundText to InfoMsgTextText
                   Else
                       Move OperNameFldText   to Opermast-File-Name
                       Move OperShiftFldText  to Opermast-File-Shift
                       Move OperAuthFldText   to Opermast-File-Auth
                       Move OperActiveFldText to Opermast-File-Active
                       Rewrite Opermast-File-Rec
                           Invalid Key
                               Move OperNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move OperChangedText to InfoMsgTextText
                               Move 'OPER-CHG'      to AuditAction
                               Move OperIdFldText   to AuditDetail
                               Perform AppendAuditRecord
                               Move 'OPERMAST'        to ChgMaster
                               Move 'CHG'             to ChgAction
                               Move OperIdFldText     to ChgKey
                               Move Opermast-File-Rec to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Rewrite
                   End-If
                   Close Opermast-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       OperDeleteEntry Section.
      *--------------------------------------------------------------*
      *  Deletes the operator record keyed in on the maintenance
      *  dialog.  The change ticket is required.  The record is read
      *  first so the change journal keeps the image of what was
      *  deleted.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move OperMaintTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Opermast-File
               If OpermastFileMissing
                   Move OperNotFoundText to InfoMsgTextText
               Else
                   Move OperIdFldText to Opermast-File-Key
                   Read Opermast-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Opermast-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move OperNotFoundText to InfoMsgTextText
                   Else
                       Delete Opermast-File Record
                           Invalid Key
                               Move OperNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move OperDeletedText to InfoMsgTextText
                               Move 'OPER-DEL'      to AuditAction
                               Move OperIdFldText   to AuditDetail
                               Perform AppendAuditRecord
                               Move 'OPERMAST'        to ChgMaster
                               Move 'DEL'             to ChgAction
                               Move OperIdFldText     to ChgKey
                               Move Spaces            to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Delete
                   End-If
                   Close Opermast-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DoShiftNotes Section.
      *--------------------------------------------------------------*
      *  AB-Notes.  Puts up the pass-down notes dialog for the
      *  current control record's run date and shift: the list box
      *  shows every note line already on file (time, operator,
      *  text) and the Add push button appends the line keyed in
      *  the entry field.  Nothing to note against without a
      *  control record open.
      ****************************************************************
           If Batctl-Run-Date = Spaces
               Move NotesTitle      to InfoMsgTitleText
               Move VerifyNoCtlText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Set DialogProc to ENTRY 'NotesDlgProc'
               Call OS2API '__WinDlgBox'
                     using by value hwnd-DeskTop
                           by value hWnd
                           by value DialogProc
                           by value UShortNull
                           by value Dlg-Notes
                           by value LongNull
                     returning ReturnData
           End-If.

      *--------------------------------------------------------------*
       NoteAddEntry Section.
      *--------------------------------------------------------------*
      *  Appends one pass-down note line under the current control
      *  record, run date, and shift, stamped with the operator and
      *  time.  The next line number comes from a scan of the lines
      *  already on file.  Read-only operators may read notes but
      *  not write them.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
            If NoteTextText = Spaces
               Move NotesTitle    to InfoMsgTitleText
               Move NoteBlankText to InfoMsgTextText
               Perform ShowInfoMessage
            Else
               Open I-O Passnote-File
               If PassnoteFileMissing
                   Open Output Passnote-File
                   Close Passnote-File
                   Open I-O Passnote-File
               End-If

               Move 0 to NoteSeqValue
               Set NotesIsAtEnd to False
               Move Batctl-Key        to Passnote-File-Ctl
               Move Batctl-Run-Date   to Passnote-File-Run-Date
               Move Batctl-Shift-Code to Passnote-File-Shift
               Move 0                 to Passnote-File-Seq
               Start Passnote-File Key is Greater than or Equal
                     Passnote-File-Key
                   Invalid Key
                       Set NotesIsAtEnd to True
               End-Start

               Perform until NotesIsAtEnd
                   Read Passnote-File Next Record
                       At End
                           Set NotesIsAtEnd to True
                       Not At End
                           If Passnote-File-Ctl = Batctl-Key
                              and Passnote-File-Run-Date
                                  = Batctl-Run-Date
                              and Passnote-File-Shift
                                  = Batctl-Shift-Code
                               Move Passnote-File-Seq
                                 to NoteSeqValue
                           Else
                               Set NotesIsAtEnd to True
                           End-If
                   End-Read
               End-perform

               Accept NoteTimeValue from Time
               Move Spaces            to Passnote-File-Rec
               Move Batctl-Key        to Passnote-File-Ctl
               Move Batctl-Run-Date   to Passnote-File-Run-Date
               Move Batctl-Shift-Code to Passnote-File-Shift
               Add 1 to NoteSeqValue
               Move NoteSeqValue      to Passnote-File-Seq
               Move NoteTextText      to Passnote-File-Text
               Move ProfileUserId     to Passnote-File-Oper
               Move NoteTimeValue     to Passnote-File-Time
               Write Passnote-File-Rec
                   Invalid Key
                       Continue
               End-Write
               Close Passnote-File

               Move NotesOnFileText to NotesInfoText
               Move 'NOTE-ADD'      to AuditAction
               Move Batctl-Run-Date to AuditDetail
               Perform AppendAuditRecord
            End-If
           End-If.

      *--------------------------------------------------------------*
       LoadNotesList Section.
      *--------------------------------------------------------------*
      *  Fills the pass-down notes list box with every note line on
      *  file for the current control record, run date, and shift.
      *  Performed from NotesDlgProc, so hwnd is the notes dialog.
      ****************************************************************
           Move LB-NotesList to NotesListWndId.
           Call OS2API '__WinWindowFromID'
                 using  by value hwnd
                        by value NotesListWndId
                 returning hwndNotesList.

           If hwndNotesList not = 0
               Move LM-DELETEALL to NotesListMsgId
               Call OS2API '__WinSendMsg'
                     using  by value hwndNotesList
                            by value NotesListMsgId
                            by value ULongNull
                            by value ULongNull
                     returning Mresult

               Open Input Passnote-File
               If not PassnoteFileMissing
                   Move LM-INSERTITEM to NotesListMsgId
                   Set NotesIsAtEnd to False
                   Move Batctl-Key        to Passnote-File-Ctl
                   Move Batctl-Run-Date   to Passnote-File-Run-Date
                   Move Batctl-Shift-Code to Passnote-File-Shift
                   Move 0                 to Passnote-File-Seq
                   Start Passnote-File Key is Greater than or Equal
                         Passnote-File-Key
                       Invalid Key
                           Set NotesIsAtEnd to True
                   End-Start

                   Perform until NotesIsAtEnd
                       Read Passnote-File Next Record
                           At End
                               Set NotesIsAtEnd to True
                           Not At End
                               If Passnote-File-Ctl = Batctl-Key
                                  and Passnote-File-Run-Date
                                      = Batctl-Run-Date
                                  and Passnote-File-Shift
                                      = Batctl-Shift-Code
                                   Perform InsertNotesListItem
                               Else
                                   Set NotesIsAtEnd to True
                               End-If
                       End-Read
                   End-perform
                   Close Passnote-File
               End-If
           End-If.
           Move 0 to Mresult.

      *--------------------------------------------------------------*
       InsertNotesListItem Section.
      *--------------------------------------------------------------*
      *  Inserts one note line (time, operator, text) at the end of
      *  the notes list box.
      ****************************************************************
           Move Spaces to NotesItemTextText.
           String Passnote-File-Time Delimited by Size
                  '  '               Delimited by Size
                  Passnote-File-Oper Delimited by Size
                  '  '               Delimited by Size
                  Passnote-File-Text Delimited by Size
             Into NotesItemTextText
           End-String.
           Move Low-Values to NotesItemTextNull.
           Move LIT-END    to NotesListIndex.
           Call OS2API '__WinSendMsg'
                 using  by value hwndNotesList
                        by value NotesListMsgId
                        by value NotesListIndex
                        by reference NotesItemText
                 returning Mresult.

      *--------------------------------------------------------------*
       CheckNotesExist Section.
      *--------------------------------------------------------------*
      *  Performed after DoFileOpen loads a control record.  Leaves
      *  the batch header dialog's notes indicator saying whether
      *  pass-down notes are on file for the record's run date and
      *  shift, so an incoming operator knows to read them before
      *  touching anything.
      ****************************************************************
           Set NotesExist to False.
           Open Input Passnote-File.
           If not PassnoteFileMissing
               Set NotesIsAtEnd to False
               Move Batctl-Key        to Passnote-File-Ctl
               Move Batctl-Run-Date   to Passnote-File-Run-Date
               Move Batctl-Shift-Code to Passnote-File-Shift
               Move 0                 to Passnote-File-Seq
               Start Passnote-File Key is Greater than or Equal
                     Passnote-File-Key
                   Invalid Key
                       Set NotesIsAtEnd to True
               End-Start

               If not NotesIsAtEnd
                   Read Passnote-File Next Record
                       At End
                           Continue
                       Not At End
                           If Passnote-File-Ctl = Batctl-Key
                              and Passnote-File-Run-Date
                                  = Batctl-Run-Date
                              and Passnote-File-Shift
                                  = Batctl-Shift-Code
                               Set NotesExist to True
                           End-If
                   End-Read
               End-If
               Close Passnote-File
           End-If.

           If NotesExist
               Move NotesOnFileText to NotesInfoText
           Else
               Move NotesNoneText to NotesInfoText
           End-If.

      *--------------------------------------------------------------*
       PrintShiftNotes Section.
      *--------------------------------------------------------------*
      *  Appends the night's pass-down notes to the shift-handoff
      *  report, after the step lines and dispositions, so what day
      *  shift needs to know arrives on the report instead of
      *  clipped to it.  The section header is only printed when at
      *  least one note is on file.
      ****************************************************************
           Set NotesAnyPrinted to False.
           Open Input Passnote-File.
           If not PassnoteFileMissing
               Set NotesIsAtEnd to False
               Move Batctl-Key        to Passnote-File-Ctl
               Move Batctl-Run-Date   to Passnote-File-Run-Date
               Move Batctl-Shift-Code to Passnote-File-Shift
               Move 0                 to Passnote-File-Seq
               Start Passnote-File Key is Greater than or Equal
                     Passnote-File-Key
                   Invalid Key
                       Set NotesIsAtEnd to True
               End-Start

               Perform until NotesIsAtEnd
                   Read Passnote-File Next Record
                       At End
                           Set NotesIsAtEnd to True
                       Not At End
                           If Passnote-File-Ctl = Batctl-Key
                              and Passnote-File-Run-Date
                                  = Batctl-Run-Date
                              and Passnote-File-Shift
                                  = Batctl-Shift-Code
                               Perform PrintOneShiftNote
                           Else
                               Set NotesIsAtEnd to True
                           End-If
                   End-Read
               End-perform
               Close Passnote-File
           End-If.

      *--------------------------------------------------------------*
       PrintOneShiftNote Section.
      *--------------------------------------------------------------*
      *  Prints the note line just read, putting out the section
      *  header ahead of the first one.
      ****************************************************************
           If not NotesAnyPrinted
               Set NotesAnyPrinted to True
               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               Move Spaces to PrintLine
               String NotesPrintHdrText Delimited by Size
                      Batctl-Run-Date   Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine
           End-If.

           Move Spaces to PrintLine.
           String Passnote-File-Time Delimited by Size
                  '  '               Delimited by Size
                  Passnote-File-Oper Delimited by Size
                  '  '               Delimited by Size
                  Passnote-File-Text Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       DoJobDocMaint Section.
      *--------------------------------------------------------------*
      *  AB-JobDoc.  Puts up the run book maintenance dialog so the
      *  operator can add, change, or delete per-job recovery
      *  documentation.  The dialog stays up across operations; OK
      *  or Cancel ends it.  Read-only operators may not maintain
      *  the run book.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
               Set DialogProc to ENTRY 'JobDocMaintDlgProc'
               Call OS2API '__WinDlgBox'
                     using by value hwnd-DeskTop
                           by value hWnd
                           by value DialogProc
                           by value UShortNull
                           by value Dlg-JobDoc
                           by value LongNull
                     returning ReturnData
           End-If.

      *--------------------------------------------------------------*
       DocAddEntry Section.
      *--------------------------------------------------------------*
      *  Adds the run book record keyed in on the maintenance dialog.
      *  The run book file is bootstrapped on first use the same way
      *  the other masters are.  The change ticket is required, and
      *  the new record goes to the change journal as its after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move JobDocTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Jobdoc-File
               If JobdocFileMissing
                   Open Output Jobdoc-File
                   Close Jobdoc-File
                   Open I-O Jobdoc-File
               End-If

               Move Spaces         to Jobdoc-File-Rec
               Move DocJobText     to Jobdoc-File-Key
               Move DocContactText to Jobdoc-File-Contact
               Move DocRestartText to Jobdoc-File-Restart
               Move DocLine1Text   to Jobdoc-File-Line1
               Move DocLine2Text   to Jobdoc-File-Line2
               Move DocLine3Text   to Jobdoc-File-Line3

               Write Jobdoc-File-Rec
                   Invalid Key
                       Move DocDupText   to InfoMsgTextText
                   Not Invalid Key
                       Move DocAddedText to InfoMsgTextText
                       Move 'DOC-ADD'    to AuditAction
                       Move DocJobText   to AuditDetail
                       Perform AppendAuditRecord
                       Move 'JOBDOC'          to ChgMaster
                       Move 'ADD'             to ChgAction
                       Move DocJobText        to ChgKey
                       Move Spaces            to ChgBeforeImage
                       Move Jobdoc-File-Rec   to ChgAfterImage
                       Perform WriteChangeJournal
               End-Write

               Close Jobdoc-File
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DocChangeEntry Section.
      *--------------------------------------------------------------*
      *  Rewrites the run book record keyed in on the maintenance
      *  dialog.  The change ticket is required.  The record is read
      *  first so the change journal gets the before image as well as
      *  the after image.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move JobDocTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Jobdoc-File
               If JobdocFileMissing
                   Move DocNotFoundText to InfoMsgTextText
               Else
                   Move DocJobText to Jobdoc-File-Key
                   Read Jobdoc-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Jobdoc-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move DocNotFoundText to InfoMsgTextText
                   Else
                       Move DocContactText to Jobdoc-File-Contact
                       Move DocRestartText to Jobdoc-File-Restart
                       Move DocLine1Text   to Jobdoc-File-Line1
                       Move DocLine2Text   to Jobdoc-File-Line2
                       Move DocLine3Text   to Jobdoc-File-Line3
                       Rewrite Jobdoc-File-Rec
                           Invalid Key
                               Move DocNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move DocChangedText to InfoMsgTextText
                               Move 'DOC-CHG'      to AuditAction
                               Move DocJobText     to AuditDetail
                               Perform AppendAuditRecord
                               Move 'JOBDOC'          to ChgMaster
                               Move 'CHG'             to ChgAction
                               Move DocJobText        to ChgKey
                               Move Jobdoc-File-Rec   to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Rewrite
                   End-If
                   Close Jobdoc-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       DocDeleteEntry Section.
      *--------------------------------------------------------------*
      *  Deletes the run book record keyed in on the maintenance
      *  dialog.  The change ticket is required.  The record is read
      *  first so the change journal keeps the image of what was
      *  deleted.
      ****************************************************************
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move JobDocTitle to InfoMsgTitleText.

           If ChgTicketText = Spaces
               Move ChgTicketBlankText to InfoMsgTextText
           Else
               Open I-O Jobdoc-File
               If JobdocFileMissing
                   Move DocNotFoundText to InfoMsgTextText
               Else
                   Move DocJobText to Jobdoc-File-Key
                   Read Jobdoc-File
                       Invalid Key
                           Set ChgRecWasFound to False
                       Not Invalid Key
                           Set ChgRecWasFound to True
                           Move Jobdoc-File-Rec to ChgBeforeImage
                   End-Read

                   If not ChgRecWasFound
                       Move DocNotFoundText to InfoMsgTextText
                   Else
                       Delete Jobdoc-File Record
                           Invalid Key
                               Move DocNotFoundText to InfoMsgTextText
                           Not Invalid Key
                               Move DocDeletedText to InfoMsgTextText
                               Move 'DOC-DEL'      to AuditAction
                               Move DocJobText     to AuditDetail
                               Perform AppendAuditRecord
                               Move 'JOBDOC'          to ChgMaster
                               Move 'DEL'             to ChgAction
                               Move DocJobText        to ChgKey
                               Move Spaces            to ChgAfterImage
                               Perform WriteChangeJournal
                       End-Delete
                   End-If
                   Close Jobdoc-File
               End-If
           End-If.

           Perform ShowInfoMessage.

      *--------------------------------------------------------------*
       EditBatchHeader Section.
      *--------------------------------------------------------------*
      *  Puts the batch header dialog on screen so the operator can
      *  see/adjust the run date, operator ID, and shift code that
      *  were just defaulted (New) or read in (Open).
      ****************************************************************
           Set BatchHdrWasCancelled to False.

           Set DialogProc to ENTRY 'BatchHdrDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-BatchHeader
                       by value LongNull
                 returning ReturnData.

      *--------------------------------------------------------------*
       PromptForKey Section.
      *--------------------------------------------------------------*
      *  Puts up the small key-prompt dialog used by both AB-Open and
      *  AB-Saveas to get the 8-character control record key.
      ****************************************************************
           Set KeyPromptWasCancelled to False.
           Move Spaces to KeyPromptValue.

           Set DialogProc to ENTRY 'KeyPromptDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-KeyPrompt
                       by value LongNull
                 returning ReturnData.

      *--------------------------------------------------------------*
       ShowInfoMessage Section.
      *--------------------------------------------------------------*
      *  Generic one-button information message box, used for minor
      *  file-handling problems that do not warrant the Yes/No style
      *  box used by ExitProgram.  In unattended mode there is no
      *  display to put a box on, so the message goes to the audit
      *  trail as an UNATT-MSG record instead.
      ****************************************************************
           If UnattendedMode
               Move 'UNATT-MSG' to AuditAction
               Move InfoMsgTextText(1:20) to AuditDetail
               Perform AppendAuditRecord
           Else
               Move Low-Values to InfoMsgTextNull, InfoMsgTitleNull
               Compute MsgBoxControls = MB-OK + MB-ICONEXCLAMATION
                                      + MB-APPLMODAL + MB-MOVEABLE

               Call OS2API '__WinMessageBox'
                     using  by value HWND-DESKTOP
                            by value hwndClient
                            by reference InfoMsgText
                            by reference InfoMsgTitle
                            by value UShortNull
                            by value MsgBoxControls
                     returning MsgBoxButton
           End-If.

      *--------------------------------------------------------------*
       SendHelpMessage Section.
      *--------------------------------------------------------------*
      *  Common WinSendMsg wrapper for the help instance.  The caller
      *  sets HelpMsgId/HelpMsgParm1 before performing this section.
      ****************************************************************
           Call OS2API '__WinSendMsg'
                 using  by value hwndHelp
                        by value HelpMsgId
                        by value HelpMsgParm1
                        by value LongNull
                 returning Mresult.

      *--------------------------------------------------------------*
       DoHelpGeneral Section.
      *--------------------------------------------------------------*
      *  AB-Help.  Displays the main help contents panel.
      ****************************************************************
           Move HM-DISPLAY-HELP    to HelpMsgId.
           Move HLP-Panel-General  to HelpMsgParm1.
           Perform SendHelpMessage.

      *--------------------------------------------------------------*
       DoHelpForHelp Section.
      *--------------------------------------------------------------*
      *  AB-Hhelp.  Displays the "using help" panel.
      ****************************************************************
           Move HM-DISPLAY-HELP      to HelpMsgId.
           Move HLP-Panel-HelpForHelp to HelpMsgParm1.
           Perform SendHelpMessage.

      *--------------------------------------------------------------*
       DoHelpExtended Section.
      *--------------------------------------------------------------*
      *  AB-Xhelp.  Displays extended (context-sensitive) help for
      *  whatever currently has the focus.
      ****************************************************************
           Move HM-EXT-HELP to HelpMsgId.
           Move 0           to HelpMsgParm1.
           Perform SendHelpMessage.

      *--------------------------------------------------------------*
       DoHelpKeys Section.
      *--------------------------------------------------------------*
      *  AB-Khelp.  Displays the keys-help panel.
      ****************************************************************
           Move HM-KEYS-HELP to HelpMsgId.
           Move 0            to HelpMsgParm1.
           Perform SendHelpMessage.

      *--------------------------------------------------------------*
       DoHelpIndex Section.
      *--------------------------------------------------------------*
      *  AB-Ihelp.  Displays the help index.
      ****************************************************************
           Move HM-HELP-INDEX to HelpMsgId.
           Move 0             to HelpMsgParm1.
           Perform SendHelpMessage.

      *--------------------------------------------------------------*
       WriteAuditRecord Section.
      *--------------------------------------------------------------*
      *  Logs one action-bar/message dispatch to the audit trail.
      *  The caller sets AuditAction before performing this section;
      *  AuditDetail is cleared since most dispatch entries carry no
      *  further detail (LogExitDecision is used when detail matters).
      ****************************************************************
           Move Spaces to AuditDetail.
           Perform AppendAuditRecord.

      *--------------------------------------------------------------*
       LogExitDecision Section.
      *--------------------------------------------------------------*
      *  Logs the operator's answer from the exit-reason dialog.  The
      *  caller sets AuditDetail to SHIFT-END, EMERG-RESTART,
      *  TROUBLESHOOT, or CANCEL beforehand.
      ****************************************************************
           Move 'EXIT-RSN' to AuditAction.
           Perform AppendAuditRecord.

      *--------------------------------------------------------------*
       AppendAuditRecord Section.
      *--------------------------------------------------------------*
      *  Common write logic for the sequential audit-trail file,
      *  shared by WriteAuditRecord and LogExitDecision.  The record
      *  is timestamped from QMSG-TIME, the time of the message most
      *  recently retrieved by the main message loop's WinGetMsg.
      *  In unattended mode no message loop ever runs, so QMSG-TIME
      *  is stamped from the clock here instead.
      ****************************************************************
           If UnattendedMode
               Accept AuditClockValue from Time
               Move AuditClockValue to QMSG-TIME
           End-If.
           Open Extend Audit-File.
           If AuditFileMissing
               Open Output Audit-File
               Close Audit-File
               Open Extend Audit-File
           End-If.

           Move Spaces        to Audit-File-Rec.
           Move QMSG-TIME      to Audit-File-Time.
           Move AuditAction    to Audit-File-Action.
           Move AuditDetail    to Audit-File-Detail.
           Move ProfileUserId  to Audit-File-Oper.
           Write Audit-File-Rec.

           Close Audit-File.

      *--------------------------------------------------------------*
       WriteChangeJournal Section.
      *--------------------------------------------------------------*
      *  Appends one record to the master-file change journal.  The
      *  caller sets ChgMaster, ChgAction, ChgKey, ChgBeforeImage,
      *  and ChgAfterImage; the ticket is the one keyed on the
      *  maintenance dialog and the operator is the signed-on user.
      *  The journal is bootstrapped on first use the same way the
      *  audit trail is.
      ****************************************************************
           Accept ChgDateText  from Date.
           Accept ChgTimeValue from Time.
           Open Extend Chgjrnl-File.
           If ChgjrnlFileMissing
               Open Output Chgjrnl-File
               Close Chgjrnl-File
               Open Extend Chgjrnl-File
           End-If.

           Move Spaces         to Chgjrnl-File-Rec.
           Move ChgDateText    to Chgjrnl-File-Date.
           Move ChgTimeValue   to Chgjrnl-File-Time.
           Move ChgMaster      to Chgjrnl-File-Master.
           Move ChgAction      to Chgjrnl-File-Action.
           Move ChgKey         to Chgjrnl-File-Key.
           Move ProfileUserId  to Chgjrnl-File-Oper.
           Move ChgTicketText  to Chgjrnl-File-Ticket.
           Move ChgBeforeImage to Chgjrnl-File-Before.
           Move ChgAfterImage  to Chgjrnl-File-After.
           Write Chgjrnl-File-Rec.

           Close Chgjrnl-File.

      *--------------------------------------------------------------*
       DoChangeReport Section.
      *--------------------------------------------------------------*
      *  AB-ChgReport.  Puts up the change report dialog for the
      *  journal date range (YYMMDD; a blank end is open) and the
      *  optional master file and job filters, then prints every
      *  matching change journal entry to PRN -- who, when, under
      *  which ticket, and the record as it stood before and after.
      *  The report only reads the journal, so any signed-on
      *  operator may run it.
      ****************************************************************
           Set ChgRptWasCancelled to False.

           Set DialogProc to ENTRY 'ChgReportDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-ChgReport
                       by value LongNull
                 returning ReturnData.

           If not ChgRptWasCancelled
               If ChgRptFromText = Spaces
                   Move '000000' to ChgRptFromValue
               Else
                   Move ChgRptFromText to ChgRptFromValue
               End-If
               If ChgRptToText = Spaces
                   Move '999999' to ChgRptToValue
               Else
                   Move ChgRptToText to ChgRptToValue
               End-If

               Open Input Chgjrnl-File
               If ChgjrnlFileMissing
                   Move ChgReportTitle to InfoMsgTitleText
                   Move ChgRptNoneText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Open Output Print-File
                   If not PrintOk
                       Move LangPrintFailText  to InfoMsgTextText
                       Move LangPrintFailTitle to InfoMsgTitleText
                       Perform ShowInfoMessage
                       Close Chgjrnl-File
                   Else
                       Perform PrintChangeReport
                       Close Chgjrnl-File
                       Close Print-File

                       Move 'CHG-RPT'       to AuditAction
                       Move Spaces          to AuditDetail
                       String ChgRptFromValue Delimited by Size
                              '-'             Delimited by Size
                              ChgRptToValue   Delimited by Size
                         Into AuditDetail
                       End-String
                       Perform AppendAuditRecord
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       PrintChangeReport Section.
      *--------------------------------------------------------------*
      *  Prints the change report heading, one block per matching
      *  journal entry (the journal is in the order the changes
      *  were made), and the count of entries listed.
      ****************************************************************
           Move ChgRptFileText to ChgRptFileShow.
           If ChgRptFileShow = Spaces
               Move '(ALL)' to ChgRptFileShow
           End-If.
           Move ChgRptKeyText to ChgRptKeyShow.
           If ChgRptKeyShow = Spaces
               Move '(ALL)' to ChgRptKeyShow
           End-If.

           Move Spaces to PrintLine.
           String ChgRptHdrPrefix Delimited by Size
                  ChgRptFromValue Delimited by Size
                  ' TO '          Delimited by Size
                  ChgRptToValue   Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           Move Spaces to PrintLine.
           String 'FILE '         Delimited by Size
                  ChgRptFileShow  Delimited by Size
                  '   JOB '       Delimited by Size
                  ChgRptKeyShow   Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.

           Move ChgRptColHdrText to PrintLine.
           Write Print-File-Rec from PrintLine.

           Move 0 to ChgRptCount.
           Set ChgjrnlIsAtEnd to False.
           Perform until ChgjrnlIsAtEnd
               Read Chgjrnl-File
                   At End
                       Set ChgjrnlIsAtEnd to True
                   Not At End
                       Perform PrintChangeEntry
               End-Read
           End-perform.

           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.
           If ChgRptCount = 0
               Move ChgRptNoneText to PrintLine
           Else
               Move ChgRptCount to ChgRptCountDisp
               String 'ENTRIES LISTED: ' Delimited by Size
                      ChgRptCountDisp    Delimited by Size
                 Into PrintLine
               End-String
           End-If.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       PrintChangeEntry Section.
      *--------------------------------------------------------------*
      *  Prints the journal entry just read, when it falls in the
      *  date range and passes the file and job filters: a line
      *  naming the change, then the before and after images.
      ****************************************************************
           If Chgjrnl-File-Date(1:6) not < ChgRptFromValue
              and Chgjrnl-File-Date(1:6) not > ChgRptToValue
              and (ChgRptFileText = Spaces
                   or Chgjrnl-File-Master = ChgRptFileText)
              and (ChgRptKeyText = Spaces
                   or Chgjrnl-File-Key = ChgRptKeyText)
               Add 1 to ChgRptCount
               Move Chgjrnl-File-Time to ChgRptTime
               Move Spaces to ChgRptTimeText
               String ChgRptTimeHH Delimited by Size
                      ':'          Delimited by Size
                      ChgRptTimeMM Delimited by Size
                      ':'          Delimited by Size
                      ChgRptTimeSS Delimited by Size
                 Into ChgRptTimeText
               End-String

               Move Spaces to PrintLine
               Write Print-File-Rec from PrintLine
               String Chgjrnl-File-Date(1:6) Delimited by Size
                      '  '                   Delimited by Size
                      ChgRptTimeText         Delimited by Size
                      '  '                   Delimited by Size
                      Chgjrnl-File-Master    Delimited by Size
                      ' '                    Delimited by Size
                      Chgjrnl-File-Action    Delimited by Size
                      ' '                    Delimited by Size
                      Chgjrnl-File-Key       Delimited by Size
                      ' '                    Delimited by Size
                      Chgjrnl-File-Oper      Delimited by Size
                      ' '                    Delimited by Size
                      Chgjrnl-File-Ticket    Delimited by Size
                 Into PrintLine
               End-String
               Write Print-File-Rec from PrintLine

               Move 'BEFORE'            to ChgImageLabel
               Move Chgjrnl-File-Before to ChgImageWork
               Perform PrintChangeImage
               Move 'AFTER'             to ChgImageLabel
               Move Chgjrnl-File-After  to ChgImageWork
               Perform PrintChangeImage
           End-If.

      *--------------------------------------------------------------*
       PrintChangeImage Section.
      *--------------------------------------------------------------*
      *  Prints one record image from the journal entry just read,
      *  field by field in the layout of the master file it came
      *  from.  A run book image takes a line per instruction line
      *  that is not blank, and a deliverable image a second line
      *  for its description.
      ****************************************************************
           Move Spaces to PrintLine.
           Evaluate True
               When ChgImageWork = Spaces
                   String '        '     Delimited by Size
                          ChgImageLabel  Delimited by Size
                          '(NONE)'       Delimited by Size
                     Into PrintLine
                   End-String
               When Chgjrnl-File-Master = 'JOBSCHED'
                   String '        '       Delimited by Size
                          ChgImageLabel    Delimited by Size
                          'START '         Delimited by Size
                          ChgImgSchedStart Delimited by Size
                          '  COMP '        Delimited by Size
                          ChgImgSchedComp  Delimited by Size
                          '  PRED '        Delimited by Size
                          ChgImgSchedPred  Delimited by Size
                     Into PrintLine
                   End-String
               When Chgjrnl-File-Master = 'RUNCAL'
                   String '        '       Delimited by Size
                          ChgImageLabel    Delimited by Size
                          'DAYS '          Delimited by Size
                          ChgImgCalDays    Delimited by Size
                          '  DOM '         Delimited by Size
                          ChgImgCalDom     Delimited by Size
                          '  HOL '         Delimited by Size
                          ChgImgCalHol     Delimited by Size
                     Into PrintLine
                   End-String
               When Chgjrnl-File-Master = 'HOLIDAYS'
                   String '        '       Delimited by Size
                          ChgImageLabel    Delimited by Size
                          'DATE '          Delimited by Size
                          ChgImgHolDate    Delimited by Size
                     Into PrintLine
                   End-String
               When Chgjrnl-File-Master = 'OPERMAST'
                   String '        '       Delimited by Size
                          ChgImageLabel    Delimited by Size
                          'NAME '          Delimited by Size
                          ChgImgOperName   Delimited by Size
                          '  SHIFT '       Delimited by Size
                          ChgImgOperShift  Delimited by Size
                          '  AUTH '        Delimited by Size
                          ChgImgOperAuth   Delimited by Size
                          '  ACTIVE '      Delimited by Size
                          ChgImgOperActive Delimited by Size
                     Into PrintLine
                   End-String
               When Chgjrnl-File-Master = 'JOBDOC'
                   String '        '       Delimited by Size
                          ChgImageLabel    Delimited by Size
                          'CONTACT '       Delimited by Size
                          ChgImgDocContact Delimited by Size
                          '  RESTART '     Delimited by Size
                          ChgImgDocRestart Delimited by Size
                     Into PrintLine
                   End-String
               When Chgjrnl-File-Master = 'RCTABLE'
                   String '        '       Delimited by Size
                          ChgImageLabel    Delimited by Size
                          'CLEAN '         Delimited by Size
                          ChgImgRcClean    Delimited by Size
                          '  WARN '        Delimited by Size
                          ChgImgRcWarn     Delimited by Size
                     Into PrintLine
                   End-String
               When Chgjrnl-File-Master = 'DELIVMST'
                   String '        '          Delimited by Size
                          ChgImageLabel       Delimited by Size
                          'JOB '              Delimited by Size
                          ChgImgDelivJob      Delimited by Size
                          '  DUE '            Delimited by Size
                          ChgImgDelivDeadline Delimited by Size
                          '  DAYS '           Delimited by Size
                          ChgImgDelivDays     Delimited by Size
                          '  DOM '            Delimited by Size
                          ChgImgDelivDom      Delimited by Size
                          '  HOL '            Delimited by Size
                          ChgImgDelivHol      Delimited by Size
                     Into PrintLine
                   End-String
               When Other
                   String '        '       Delimited by Size
                          ChgImageLabel    Delimited by Size
                          ChgImageWork     Delimited by Size
                     Into PrintLine
                   End-String
           End-Evaluate.
           Write Print-File-Rec from PrintLine.

           If Chgjrnl-File-Master = 'JOBDOC'
              and ChgImageWork not = Spaces
               If ChgImgDocLine1 not = Spaces
                   Move Spaces to PrintLine
                   Move ChgImgDocLine1 to PrintLine(17:40)
                   Write Print-File-Rec from PrintLine
               End-If
               If ChgImgDocLine2 not = Spaces
                   Move Spaces to PrintLine
                   Move ChgImgDocLine2 to PrintLine(17:40)
                   Write Print-File-Rec from PrintLine
               End-If
               If ChgImgDocLine3 not = Spaces
                   Move Spaces to PrintLine
                   Move ChgImgDocLine3 to PrintLine(17:40)
                   Write Print-File-Rec from PrintLine
               End-If
           End-If.

           If Chgjrnl-File-Master = 'DELIVMST'
              and ChgImageWork not = Spaces
               Move Spaces to PrintLine
               Move ChgImgDelivName to PrintLine(17:30)
               Write Print-File-Rec from PrintLine
           End-If.

      *--------------------------------------------------------------*
       ObtainSecondApproval Section.
      *--------------------------------------------------------------*
      *  Dual control for the three override paths.  The caller sets
      *  OvrdKind (the override's audit action) and OvrdSubject
      *  (what is being overridden) once the requester has said
      *  Yes.  A second, different, active supervisor must key an
      *  operator ID and a reason on the approval dialog before
      *  OvrdWasApproved is set, and the approval is then written
      *  to the override register.  An unattended run has no one at
      *  the console to approve, so there the override is refused
      *  and the refusal audited.
      ****************************************************************
           Set OvrdWasApproved to False.

           If UnattendedMode
               Move 'OVRD-REFU' to AuditAction
               Move Spaces      to AuditDetail
               String OvrdKind    Delimited by Space
                      ' '         Delimited by Size
                      OvrdSubject Delimited by Size
                 Into AuditDetail
               End-String
               Perform AppendAuditRecord
           Else
               Move Spaces to OvrdPromptText
               String OvrdKind         Delimited by Space
                      ' '              Delimited by Size
                      OvrdSubject      Delimited by '  '
                      OvrdPromptSuffix Delimited by Size
                 Into OvrdPromptText
               End-String

               Set DialogProc to ENTRY 'OvrdApprovalDlgProc'
               Call OS2API '__WinDlgBox'
                     using by value hwnd-DeskTop
                           by value hWnd
                           by value DialogProc
                           by value UShortNull
                           by value Dlg-OvrdApproval
                           by value LongNull
                     returning ReturnData

               If OvrdWasApproved
                   Perform WriteOvrdRegister
               End-If
           End-If.

      *--------------------------------------------------------------*
       CheckOvrdApprover Section.
      *--------------------------------------------------------------*
      *  Judges the approval keyed on the approval dialog: an ID and
      *  a reason are required, the ID may not be the requester's
      *  own, and it must be an active supervisor on OPERMAST.
      *  Leaves OvrdApproverIsOk set, or the refusal text in the
      *  information message for the dialog to show.
      ****************************************************************
           Set OvrdApproverIsOk to False.
           Move Spaces to InfoMsgTitleText, InfoMsgTextText.
           Move OvrdApprTitle to InfoMsgTitleText.

           Evaluate True
               When OvrdApproverText = Spaces
                   Move OvrdNoIdText     to InfoMsgTextText
               When OvrdApproverText = ProfileUserId
                   Move OvrdSameIdText   to InfoMsgTextText
               When OvrdReasonText = Spaces
                   Move OvrdNoReasonText to InfoMsgTextText
               When Other
                   Move OvrdNotSupText   to InfoMsgTextText
                   Open Input Opermast-File
                   If not OpermastFileMissing
                       Move OvrdApproverText to Opermast-File-Key
                       Read Opermast-File
                           Invalid Key
                               Continue
                           Not Invalid Key
                               If Opermast-File-Active = 'Y'
                                  and Opermast-File-Auth = '3'
                                   Set OvrdApproverIsOk to True
                               End-If
                       End-Read
                       Close Opermast-File
                   End-If
           End-Evaluate.

      *--------------------------------------------------------------*
       WriteOvrdRegister Section.
      *--------------------------------------------------------------*
      *  Appends the approval just given to the override register,
      *  with both IDs and the reason, and audits it as OVRD-APPR
      *  naming the approver.  The register is bootstrapped on
      *  first use the same way the audit trail is.
      ****************************************************************
           Accept OvrdDateText  from Date.
           Accept OvrdTimeValue from Time.
           Open Extend Ovrdreg-File.
           If OvrdregFileMissing
               Open Output Ovrdreg-File
               Close Ovrdreg-File
               Open Extend Ovrdreg-File
           End-If.

           Move Spaces           to Ovrdreg-File-Rec.
           Move OvrdDateText     to Ovrdreg-File-Date.
           Move OvrdTimeValue    to Ovrdreg-File-Time.
           Move OvrdKind         to Ovrdreg-File-Kind.
           Move OvrdSubject      to Ovrdreg-File-Subject.
           Move ProfileUserId    to Ovrdreg-File-Requester.
           Move OvrdApproverText to Ovrdreg-File-Approver.
           Move OvrdReasonText   to Ovrdreg-File-Reason.
           Write Ovrdreg-File-Rec.

           Close Ovrdreg-File.

           Move 'OVRD-APPR' to AuditAction.
           Move Spaces      to AuditDetail.
           String OvrdKind         Delimited by Space
                  ' '              Delimited by Size
                  OvrdApproverText Delimited by Size
             Into AuditDetail
           End-String.
           Perform AppendAuditRecord.

      *--------------------------------------------------------------*
       DoOvrdReport Section.
      *--------------------------------------------------------------*
      *  AB-OvrdReport.  Puts up the override register dialog for
      *  a date range (YYMMDD; a blank end is open) and prints every
      *  approval in it to PRN: the override and its subject, who
      *  asked, who approved, and why.  The report only reads the
      *  register, so any signed-on operator may run it.
      ****************************************************************
           Set OvrdRptWasCancelled to False.

           Set DialogProc to ENTRY 'OvrdReportDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-OvrdReport
                       by value LongNull
                 returning ReturnData.

           If not OvrdRptWasCancelled
               If OvrdRptFromText = Spaces
                   Move '000000' to OvrdRptFromValue
               Else
                   Move OvrdRptFromText to OvrdRptFromValue
               End-If
               If OvrdRptToText = Spaces
                   Move '999999' to OvrdRptToValue
               Else
                   Move OvrdRptToText to OvrdRptToValue
               End-If

               Open Input Ovrdreg-File
               If OvrdregFileMissing
                   Move OvrdReportTitle to InfoMsgTitleText
                   Move OvrdRptNoneText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Open Output Print-File
                   If not PrintOk
                       Move LangPrintFailText  to InfoMsgTextText
                       Move LangPrintFailTitle to InfoMsgTitleText
                       Perform ShowInfoMessage
                       Close Ovrdreg-File
                   Else
                       Perform PrintOvrdReport
                       Close Ovrdreg-File
                       Close Print-File

                       Move 'OVRD-RPT'       to AuditAction
                       Move Spaces           to AuditDetail
                       String OvrdRptFromValue Delimited by Size
                              '-'              Delimited by Size
                              OvrdRptToValue   Delimited by Size
                         Into AuditDetail
                       End-String
                       Perform AppendAuditRecord
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       PrintOvrdReport Section.
      *--------------------------------------------------------------*
      *  Prints the override register heading, three lines per
      *  approval in the date range (the register is in the order
      *  the approvals were given), and the count listed.
      ****************************************************************
           Move Spaces to PrintLine.
           String OvrdRptHdrPrefix Delimited by Size
                  OvrdRptFromValue Delimited by Size
                  ' TO '           Delimited by Size
                  OvrdRptToValue   Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.

           Move OvrdRptColHdrText to PrintLine.
           Write Print-File-Rec from PrintLine.

           Move 0 to OvrdRptCount.
           Set OvrdregIsAtEnd to False.
           Perform until OvrdregIsAtEnd
               Read Ovrdreg-File
                   At End
                       Set OvrdregIsAtEnd to True
                   Not At End
                       If Ovrdreg-File-Date(1:6) not < OvrdRptFromValue
                          and Ovrdreg-File-Date(1:6)
                              not > OvrdRptToValue
                           Perform PrintOvrdEntry
                       End-If
               End-Read
           End-perform.

           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.
           If OvrdRptCount = 0
               Move OvrdRptNoneText to PrintLine
           Else
               Move OvrdRptCount to OvrdRptCountDisp
               String 'OVERRIDES LISTED: ' Delimited by Size
                      OvrdRptCountDisp     Delimited by Size
                 Into PrintLine
               End-String
           End-If.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       PrintOvrdEntry Section.
      *--------------------------------------------------------------*
      *  Prints the register record just read: the override and its
      *  subject, then who requested and who approved it, then the
      *  reason given.
      ****************************************************************
           Add 1 to OvrdRptCount.
           Move Ovrdreg-File-Time to OvrdRptTime.
           Move Spaces to OvrdRptTimeText.
           String OvrdRptTimeHH Delimited by Size
                  ':'           Delimited by Size
                  OvrdRptTimeMM Delimited by Size
                  ':'           Delimited by Size
                  OvrdRptTimeSS Delimited by Size
             Into OvrdRptTimeText
           End-String.

           Move Spaces to PrintLine.
           Write Print-File-Rec from PrintLine.
           String Ovrdreg-File-Date(1:6) Delimited by Size
                  '  '                   Delimited by Size
                  OvrdRptTimeText        Delimited by Size
                  '  '                   Delimited by Size
                  Ovrdreg-File-Kind      Delimited by Size
                  ' '                    Delimited by Size
                  Ovrdreg-File-Subject   Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           Move Spaces to PrintLine.
           String '        REQUESTED BY ' Delimited by Size
                  Ovrdreg-File-Requester  Delimited by Size
                  '  APPROVED BY '        Delimited by Size
                  Ovrdreg-File-Approver   Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

           Move Spaces to PrintLine.
           String '        REASON '       Delimited by Size
                  Ovrdreg-File-Reason     Delimited by Size
             Into PrintLine
           End-String.
           Write Print-File-Rec from PrintLine.

      *--------------------------------------------------------------*
       DoAuditInquiry Section.
      *--------------------------------------------------------------*
      *  AB-AuditInq.  Puts up the audit inquiry dialog; the list
      *  box is loaded (and re-loaded on Apply) by LoadAuditList
      *  from AuditInqDlgProc.
      ****************************************************************
           Move Spaces to AuditFilterActionText,
                          AuditFilterFromText, AuditFilterToText.
           Move 0         to AuditFromValue.
           Move 999999999 to AuditToValue.

           Set DialogProc to ENTRY 'AuditInqDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-AuditInquiry
                       by value LongNull
                 returning ReturnData.

      *--------------------------------------------------------------*
       DoAuditArchive Section.
      *--------------------------------------------------------------*
      *  Period-end roll of the audit trail: copies the current
      *  AUDIT file to a dated archive (AYYMMDD.AUD), starts a
      *  fresh AUDIT file, notes the roll as the first entry of the
      *  new trail, and registers the archive so the retention
      *  count can be enforced.
      *  The live trail is truncated ONLY once the archive copy is
      *  confirmed on disk: a roll is refused outright when ARCHREG
      *  already carries today's archive name (a second roll the
      *  same day would Open Output over the registered archive),
      *  and a failed archive open or write leaves the audit trail
      *  exactly as it was.
      ****************************************************************
           Open Input Audit-File.
           If AuditFileMissing
               Move AuditArchTitle    to InfoMsgTitleText
               Move AuditArchNoneText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Accept ArchiveDateText from Date
               Move Spaces to AuditArchiveName
               String 'A'             Delimited by Size
                      ArchiveDateText Delimited by Size
                      '.AUD'          Delimited by Size
                 Into AuditArchiveName
               End-String

               Perform CheckArchiveRegistered
               If ArchNameIsUsed
                   Close Audit-File
                   Move AuditArchTitle   to InfoMsgTitleText
                   Move AuditArchDupText to InfoMsgTextText
                   Perform ShowInfoMessage
               Else
                   Open Output Audit-Archive-File
                   If not AuditArchOk
                       Close Audit-File
                       Move AuditArchTitle    to InfoMsgTitleText
                       Move AuditArchFailText to InfoMsgTextText
                       Perform ShowInfoMessage
                   Else
                       Set ArchCopyFailed to False
                       Set AuditInqIsAtEnd to False
                       Perform until AuditInqIsAtEnd
                           Read Audit-File
                               At End
                                   Set AuditInqIsAtEnd to True
                               Not At End
                                   Write Audit-Archive-Rec
                                       from Audit-File-Rec
                                   If not AuditArchOk
                                       Set ArchCopyFailed to True
                                       Set AuditInqIsAtEnd to True
                                   End-If
                           End-Read
                       End-perform
                       Close Audit-Archive-File
                       If not AuditArchOk
                           Set ArchCopyFailed to True
                       End-If
                       Close Audit-File

                       If ArchCopyFailed
                           Move AuditArchTitle    to InfoMsgTitleText
                           Move AuditArchFailText to InfoMsgTextText
                           Perform ShowInfoMessage
                       Else
                           Open Output Audit-File
                           Close Audit-File

                           Move 'AUD-ARCH'        to AuditAction
                           Move AuditArchiveName  to AuditDetail
                           Perform AppendAuditRecord

                           Perform RegisterAuditArchive

                           Move AuditArchTitle to InfoMsgTitleText
                           Move Spaces to AuditArchDoneText
                           String 'Audit trail archived to '
                                                 Delimited by Size
                                  AuditArchiveName
                                                 Delimited by Size
                             Into AuditArchDoneText
                           End-String
                           Move AuditArchDoneText to InfoMsgTextText
                           Perform ShowInfoMessage
                       End-If
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       CheckArchiveRegistered Section.
      *--------------------------------------------------------------*
      *  Scans the ARCHREG registry for AuditArchiveName and leaves
      *  ArchNameIsUsed set when an archive under that name has
      *  already been registered -- the roll is then refused rather
      *  than overwriting the registered archive.
      ****************************************************************
           Set ArchNameIsUsed to False.
           Open Input Archreg-File.
           If not ArchregFileMissing
               Set AuditInqIsAtEnd to False
               Perform until AuditInqIsAtEnd
                   Read Archreg-File
                       At End
                           Set AuditInqIsAtEnd to True
                       Not At End
                           If Archreg-File-Name = AuditArchiveName
                               Set ArchNameIsUsed to True
                               Set AuditInqIsAtEnd to True
                           End-If
                   End-Read
               End-perform
               Close Archreg-File
           End-If.

      *--------------------------------------------------------------*
       RegisterAuditArchive Section.
      *--------------------------------------------------------------*
      *  Adds the archive just written to the ARCHREG registry and
      *  purges the oldest archive(s) beyond the retention count.
      *  The retention count comes from the AUDITKEEP environment
      *  variable; 5 generations are kept when it is not set.
      ****************************************************************
           Move 0 to ArchregCount.
           Open Input Archreg-File.
           If not ArchregFileMissing
               Set AuditInqIsAtEnd to False
               Perform until AuditInqIsAtEnd
                   Read Archreg-File
                       At End
                           Set AuditInqIsAtEnd to True
                       Not At End
                           If ArchregCount < 99
                               Add 1 to ArchregCount
                               Move Archreg-File-Name
                                 to ArchregEntName(ArchregCount)
                               Move Archreg-File-Date
                                 to ArchregEntDate(ArchregCount)
                           End-If
                   End-Read
               End-perform
               Close Archreg-File
           End-If.

           If ArchregCount < 99
               Add 1 to ArchregCount
               Move AuditArchiveName to ArchregEntName(ArchregCount)
               Move Spaces           to ArchregEntDate(ArchregCount)
               Move ArchiveDateText  to ArchregEntDate(ArchregCount)
           End-If.

           Accept AuditRetentionEnv from Environment 'AUDITKEEP'.
           If AuditRetEnvC2 = Space and AuditRetEnvC1 not = Space
               Move AuditRetEnvC1 to AuditRetEnvC2
               Move '0'           to AuditRetEnvC1
           End-If.
           If AuditRetentionEnv = Spaces
               Move 5 to AuditRetention
           Else
               Move AuditRetentionEnv to AuditRetention
           End-If.

           Perform until ArchregCount <= AuditRetention
               Perform PurgeOldestArchive
           End-perform.

           Open Output Archreg-File.
           Perform varying ArchregIx from 1 by 1
                   until ArchregIx > ArchregCount
               Move Spaces to Archreg-File-Rec
               Move ArchregEntName(ArchregIx) to Archreg-File-Name
               Move ArchregEntDate(ArchregIx) to Archreg-File-Date
               Write Archreg-File-Rec
           End-perform.
           Close Archreg-File.

      *--------------------------------------------------------------*
       PurgeOldestArchive Section.
      *--------------------------------------------------------------*
      *  Deletes the oldest registered archive file from disk and
      *  shifts the registry table up one slot.
      ****************************************************************
           Move Spaces           to ArchDeleteName.
           Move ArchregEntName(1) to ArchDeleteName.
           Call 'CBL_DELETE_FILE'
                 using ArchDeleteName
                 returning ReturnData.

           Perform varying ArchregIx from 1 by 1
                   until ArchregIx >= ArchregCount
               Move ArchregEntry(ArchregIx + 1)
                 to ArchregEntry(ArchregIx)
           End-perform.
           Subtract 1 from ArchregCount.

      *--------------------------------------------------------------*
       DoBackup Section.
      *--------------------------------------------------------------*
      *  AB-Backup.  Puts up the generation backup dialog: the list
      *  box shows the catalog, Backup takes a generation now, and
      *  Restore (supervisors only) puts one file back to a chosen
      *  generation.
      ****************************************************************
           Move Spaces to GenFileText, GenNumberText.
           Set DialogProc to ENTRY 'BackupDlgProc'.
           Call OS2API '__WinDlgBox'
                 using by value hwnd-DeskTop
                       by value hWnd
                       by value DialogProc
                       by value UShortNull
                       by value Dlg-Backup
                       by value LongNull
                 returning ReturnData.

      *--------------------------------------------------------------*
       GenTakeEntry Section.
      *--------------------------------------------------------------*
      *  Backup push button: takes an on-demand generation of the
      *  control and master files and reports where it went.
      ****************************************************************
           If not OperCanWrite
               Perform ShowNotAuthorized
           Else
               Move 'MANUAL' to GenReason
               Perform TakeGeneration
               Move GenTitle to InfoMsgTitleText
               If GenCopyFailed
                   Move GenFailText to InfoMsgTextText
               Else
                   Move Spaces to GenDoneText
                   String 'Generation '     Delimited by Size
                          GenNextNo         Delimited by Size
                          ' taken to '      Delimited by Size
                          GenDirName        Delimited by Size
                          ' ('              Delimited by Size
                          GenCopyCount      Delimited by Size
                          ' files).'        Delimited by Size
                     Into GenDoneText
                   End-String
                   Move GenDoneText to InfoMsgTextText
               End-If
               Perform ShowInfoMessage
           End-If.

      *--------------------------------------------------------------*
       TakeGeneration Section.
      *--------------------------------------------------------------*
      *  Copies the file set to a new generation and, when every
      *  copy succeeded, registers it in the catalog.  GenReason
      *  (CUTOVER, MANUAL, RESTORE) is set by the caller;
      *  GenCopyFailed is left set when no generation was kept.
      ****************************************************************
           Perform CopyGeneration.
           If not GenCopyFailed
               Perform RegisterGeneration
           End-If.

      *--------------------------------------------------------------*
       CopyGeneration Section.
      *--------------------------------------------------------------*
      *  Copies every file in GenFileList that exists into a new
      *  generation directory named for today and the next
      *  generation number.  One failed copy fails the generation:
      *  whatever was copied is removed again and BKUP-FAIL is
      *  audited, so the catalog never lists a partial set.
      ****************************************************************
           Set GenCopyFailed to False.
           Move 0 to GenCopyCount.
           Perform LoadGenCatalog.

           Accept GenDateText  from Date.
           Accept GenTimeValue from Time.
           Divide GenNextNo by 1000
               giving GenNoDisc remainder GenDirSeq.
           Move Spaces to GenDirName.
           String 'BK'        Delimited by Size
                  GenDateText Delimited by Size
                  '.'         Delimited by Size
                  GenDirSeq   Delimited by Size
             Into GenDirName
           End-String.

      *  An existing directory (left by a generation that could not
      *  be removed) is reused; the copies below decide the outcome.
           Move Spaces     to GenTargetName.
           Move GenDirName to GenTargetName.
           Call 'CBL_CREATE_DIR'
                 using GenTargetName
                 returning ReturnData.

           Perform varying GenFileIx from 1 by 1
                   until GenFileIx > GenFileMax or GenCopyFailed
               Perform CopyFileToGen
           End-Perform.

           If GenCopyFailed
               Move GenDirName to GenWorkDir
               Perform RemoveGenDir
               Move 'BKUP-FAIL' to AuditAction
               Move Spaces      to AuditDetail
               String GenDirName Delimited by Size
                      ' '        Delimited by Size
                      GenReason  Delimited by Size
                 Into AuditDetail
               End-String
               Perform AppendAuditRecord
           End-If.

      *--------------------------------------------------------------*
       CopyFileToGen Section.
      *--------------------------------------------------------------*
      *  Copies the file at GenFileIx (and, for an indexed file, its
      *  .IDX index) into GenDirName.  A file that does not exist
      *  yet is skipped.
      ****************************************************************
           Move Spaces to GenSourceName.
           String GenFileName(GenFileIx) Delimited by Space
             Into GenSourceName
           End-String.
           Call 'CBL_CHECK_FILE_EXIST'
                 using GenSourceName
                       GenFileDetail
                 returning ReturnData.

           If ReturnData = 0
               Move Spaces to GenTargetName
               String GenDirName             Delimited by Space
                      '\'                    Delimited by Size
                      GenFileName(GenFileIx) Delimited by Space
                 Into GenTargetName
               End-String
               Call 'CBL_COPY_FILE'
                     using GenSourceName
                           GenTargetName
                     returning ReturnData
               If ReturnData not = 0
                   Set GenCopyFailed to True
               Else
                   Add 1 to GenCopyCount
                   If GenFileIsIndexed(GenFileIx)
                       Move Spaces to GenSourceName, GenTargetName
                       String GenFileName(GenFileIx)
                                              Delimited by Space
                              '.IDX'          Delimited by Size
                         Into GenSourceName
                       End-String
                       String GenDirName      Delimited by Space
                              '\'             Delimited by Size
                              GenSourceName   Delimited by Space
                         Into GenTargetName
                       End-String
                       Call 'CBL_COPY_FILE'
                             using GenSourceName
                                   GenTargetName
                             returning ReturnData
                       If ReturnData not = 0
                           Set GenCopyFailed to True
                       End-If
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       LoadGenCatalog Section.
      *--------------------------------------------------------------*
      *  Reads the GENCAT catalog into the catalog table, oldest
      *  generation first, and sets GenNextNo one past the newest.
      ****************************************************************
           Move 0 to GencatCount.
           Move 1 to GenNextNo.
           Open Input Gencat-File.
           If not GencatFileMissing
               Set GenIsAtEnd to False
               Perform until GenIsAtEnd
                   Read Gencat-File
                       At End
                           Set GenIsAtEnd to True
                       Not At End
                           If GencatCount < GenCatalogMax
                               Add 1 to GencatCount
                               Move Gencat-File-Rec(1:57)
                                 to GencatEntry(GencatCount)
                               Move Gencat-File-No to GenNextNo
                           End-If
                   End-Read
               End-perform
               Close Gencat-File
               If GencatCount > 0
                   If GenNextNo = 99999
                       Move 1 to GenNextNo
                   Else
                       Add 1 to GenNextNo
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       RegisterGeneration Section.
      *--------------------------------------------------------------*
      *  Adds the generation just copied to the catalog, deletes the
      *  oldest generations beyond the retention count, rewrites
      *  GENCAT, and audits BKUP-TAKE.  The retention count comes
      *  from the BACKKEEP environment variable; 7 generations are
      *  kept when it is not set, and never fewer than one.
      ****************************************************************
           If GencatCount >= GenCatalogMax
               Perform PurgeOldestGeneration
           End-If.
           Add 1 to GencatCount.
           Move GenNextNo       to GencatEntNo(GencatCount).
           Move GenDirName      to GencatEntDir(GencatCount).
           Move GenDateText     to GencatEntDate(GencatCount).
           Move GenTimeValue    to GencatEntTime(GencatCount).
           Move GenReason       to GencatEntReason(GencatCount).
           Move ProfileUserId   to GencatEntOper(GencatCount).
           Move Batctl-Run-Date to GencatEntRunDate(GencatCount).
           Move GenCopyCount    to GencatEntFiles(GencatCount).

           Move Spaces to GenRetentionEnv.
           Accept GenRetentionEnv from Environment 'BACKKEEP'.
           If GenRetEnvC2 = Space and GenRetEnvC1 not = Space
               Move GenRetEnvC1 to GenRetEnvC2
               Move '0'         to GenRetEnvC1
           End-If.
           If GenRetentionEnv = Spaces
               Move 7 to GenRetention
           Else
               Move GenRetentionEnv to GenRetention
           End-If.
           If GenRetention = 0
               Move 1 to GenRetention
           End-If.

           Perform until GencatCount <= GenRetention
               Perform PurgeOldestGeneration
           End-perform.

           Open Output Gencat-File.
           Perform varying GencatIx from 1 by 1
                   until GencatIx > GencatCount
               Move Spaces to Gencat-File-Rec
               Move GencatEntry(GencatIx) to Gencat-File-Rec(1:57)
               Write Gencat-File-Rec
           End-perform.
           Close Gencat-File.

           Move 'BKUP-TAKE' to AuditAction.
           Move Spaces      to AuditDetail.
           String GenDirName Delimited by Size
                  ' '        Delimited by Size
                  GenReason  Delimited by Size
             Into AuditDetail
           End-String.
           Perform AppendAuditRecord.

      *--------------------------------------------------------------*
       PurgeOldestGeneration Section.
      *--------------------------------------------------------------*
      *  Deletes the oldest catalogued generation from disk and
      *  shifts the catalog table up one slot.
      ****************************************************************
           Move GencatEntDir(1) to GenWorkDir.
           Perform RemoveGenDir.

           Perform varying GencatIx from 1 by 1
                   until GencatIx >= GencatCount
               Move GencatEntry(GencatIx + 1)
                 to GencatEntry(GencatIx)
           End-perform.
           Subtract 1 from GencatCount.

      *--------------------------------------------------------------*
       RemoveGenDir Section.
      *--------------------------------------------------------------*
      *  Deletes every file of the set (and its index) from the
      *  generation directory GenWorkDir, then the directory.
      ****************************************************************
           Perform varying GenFileIx from 1 by 1
                   until GenFileIx > GenFileMax
               Move Spaces to GenTargetName
               String GenWorkDir             Delimited by Space
                      '\'                    Delimited by Size
                      GenFileName(GenFileIx) Delimited by Space
                 Into GenTargetName
               End-String
               Call 'CBL_DELETE_FILE'
                     using GenTargetName
                     returning ReturnData
               If GenFileIsIndexed(GenFileIx)
                   Move Spaces to GenTargetName
                   String GenWorkDir             Delimited by Space
                          '\'                    Delimited by Size
                          GenFileName(GenFileIx) Delimited by Space
                          '.IDX'                 Delimited by Size
                     Into GenTargetName
                   End-String
                   Call 'CBL_DELETE_FILE'
                         using GenTargetName
                         returning ReturnData
               End-If
           End-Perform.

           Move Spaces     to GenTargetName.
           Move GenWorkDir to GenTargetName.
           Call 'CBL_DELETE_DIR'
                 using GenTargetName
                 returning ReturnData.

      *--------------------------------------------------------------*
       GenRestoreEntry Section.
      *--------------------------------------------------------------*
      *  Restore push button.  A supervisor names one file of the
      *  set and a catalogued generation; the restore is refused
      *  when the file is not in that generation or while any
      *  control record is checked out in BATLOCK (audited
      *  BKUP-REFU).  Otherwise, on a Yes to the confirmation,
      *  RestoreOneFile puts the file back.
      ****************************************************************
           If not OperIsSupervisor
               Perform ShowNotAuthorized
           Else
               Move GenTitle to InfoMsgTitleText
               Set GenRestoreRefused to False

               Move 0 to GenFileFoundIx
               Perform varying GenFileIx from 1 by 1
                       until GenFileIx > GenFileMax
                   If GenFileName(GenFileIx) = GenFileText
                       Move GenFileIx to GenFileFoundIx
                   End-If
               End-Perform
               If GenFileFoundIx = 0
                   Move GenBadFileText to InfoMsgTextText
                   Set GenRestoreRefused to True
               End-If

               If not GenRestoreRefused
                   Perform FindGenCatalogEntry
                   If GencatFoundIx = 0
                       Move GenBadNumberText to InfoMsgTextText
                       Set GenRestoreRefused to True
                   End-If
               End-If

               If not GenRestoreRefused
                   Move Spaces to GenSourceName
                   String GenRestDir          Delimited by Space
                          '\'                 Delimited by Size
                          GenFileName(GenFileFoundIx)
                                              Delimited by Space
                     Into GenSourceName
                   End-String
                   Call 'CBL_CHECK_FILE_EXIST'
                         using GenSourceName
                               GenFileDetail
                         returning ReturnData
                   If ReturnData not = 0
                       Move GenNotInGenText to InfoMsgTextText
                       Set GenRestoreRefused to True
                   End-If
               End-If

               If not GenRestoreRefused
                   Perform CheckAnyLockActive
                   If GenLockIsActive
                       Move GenDoneText to InfoMsgTextText
                       Set GenRestoreRefused to True
                       Move 'BKUP-REFU' to AuditAction
                       Move Spaces      to AuditDetail
                       String GenFileText Delimited by Size
                              ' '         Delimited by Size
                              GenRestNo   Delimited by Size
                         Into AuditDetail
                       End-String
                       Perform AppendAuditRecord
                   End-If
               End-If

               If GenRestoreRefused
                   Perform ShowInfoMessage
               Else
                   Move Spaces to GenAskMsgText
                   String 'Replace '          Delimited by Size
                          GenFileText         Delimited by Space
                          ' with generation ' Delimited by Size
                          GenRestNo           Delimited by Size
                          ' ('                Delimited by Size
                          GenRestDir          Delimited by Space
                          ')?'                Delimited by Size
                     Into GenAskMsgText
                   End-String
                   Move Low-Values to GenAskMsgNull, GenAskTitleNull
                   Compute MsgBoxControls = MB-YESNO + MB-ICONQUESTION
                                          + MB-APPLMODAL + MB-MOVEABLE
                   Call OS2API '__WinMessageBox'
                         using  by value HWND-DESKTOP
                                by value hwndClient
                                by reference GenAskMsg
                                by reference GenAskTitle
                                by value UShortNull
                                by value MsgBoxControls
                         returning MsgBoxButton
                   If MsgBoxButton = MBID-YES
                       Perform RestoreOneFile
                   End-If
               End-If
           End-If.

      *--------------------------------------------------------------*
       FindGenCatalogEntry Section.
      *--------------------------------------------------------------*
      *  Looks the generation number keyed on the dialog up in the
      *  catalog.  GencatFoundIx is left 0 when it is not there;
      *  otherwise GenRestNo and GenRestDir hold the generation.
      ****************************************************************
           Move 0 to GencatFoundIx.
           Perform LoadGenCatalog.
           If GenNumberText is Numeric
               Perform varying GencatIx from 1 by 1
                       until GencatIx > GencatCount
                   If GencatEntNo(GencatIx) = GenNumberDigits
                       Move GencatIx to GencatFoundIx
                   End-If
               End-Perform
           End-If.
           If GencatFoundIx not = 0
               Move GencatEntNo(GencatFoundIx)  to GenRestNo
               Move GencatEntDir(GencatFoundIx) to GenRestDir
           End-If.

      *--------------------------------------------------------------*
       CheckAnyLockActive Section.
      *--------------------------------------------------------------*
      *  Leaves GenLockIsActive set, with the holder named in
      *  GenDoneText, when any control record is checked out in
      *  BATLOCK -- by this console or any other.
      ****************************************************************
           Set GenLockIsActive to False.
           Open Input Batlock-File.
           If not BatlockFileMissing
               Move Low-Values to Batlock-File-Key
               Start Batlock-File Key is Greater than or Equal
                     Batlock-File-Key
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Read Batlock-File Next Record
                           At End
                               Continue
                           Not At End
                               Set GenLockIsActive to True
                       End-Read
               End-Start
               Close Batlock-File
           End-If.

           If GenLockIsActive
               Move Spaces to GenDoneText
               String Batlock-File-Key     Delimited by Space
                      ' checked out by '   Delimited by Size
                      Batlock-File-Oper    Delimited by Space
                      ' @ '                Delimited by Size
                      Batlock-File-Station Delimited by Space
                      ' -- not restored.'  Delimited by Size
                 Into GenDoneText
               End-String
           End-If.

      *--------------------------------------------------------------*
       RestoreOneFile Section.
      *--------------------------------------------------------------*
      *  The restore itself.  The current set is first taken as a
      *  RESTORE generation (no restore without it), then the file
      *  and its index are copied back from generation GenRestNo.
      *  The RESTORE generation is registered only after the copy,
      *  so retention cannot delete the generation being restored
      *  from while it is in use.  A copy that fails part way (the
      *  data copied, the index not) would leave a data part and an
      *  index from different generations live, so the file and
      *  its index are then put back from the RESTORE generation
      *  just taken (RollBackRestore) before BKUP-RFAIL is audited.
      *  BKUP-REST or BKUP-RFAIL is audited, and the dashboard is
      *  repainted from the files.  A restored BATCTL is read back
      *  into the in-memory control record (ReloadRestoredBatctl),
      *  or the next cutover or save would write the old image
      *  straight back over it.
      ****************************************************************
           Move 'RESTORE' to GenReason.
           Perform CopyGeneration.
           If GenCopyFailed
               Move GenSafetyFailText to InfoMsgTextText
               Perform ShowInfoMessage
           Else
               Perform CopyFileFromGen
               Set GenRollFailed to False
               If GenCopyFailed
                   Perform RollBackRestore
               End-If
               Perform RegisterGeneration

               Move Spaces to AuditDetail
               String GenFileText Delimited by Size
                      ' '         Delimited by Size
                      GenRestNo   Delimited by Size
                 Into AuditDetail
               End-String
               Move Spaces to GenDoneText
               If GenCopyFailed
                   Move 'BKUP-RFAIL' to AuditAction
                   If GenRollFailed
                       String 'Restore and put-back failed -- copy '
                                             Delimited by Size
                              'back from '   Delimited by Size
                              GenDirName     Delimited by Size
                         Into GenDoneText
                       End-String
                   Else
                       String 'Restore failed -- prior files put '
                                             Delimited by Size
                              'back from '   Delimited by Size
                              GenDirName     Delimited by Size
                         Into GenDoneText
                       End-String
                   End-If
               Else
                   Move 'BKUP-REST' to AuditAction
                   String GenFileText    Delimited by Space
                          ' restored from generation '
                                         Delimited by Size
                          GenRestNo      Delimited by Size
                          '.'            Delimited by Size
                     Into GenDoneText
                   End-String
                   If GenFileName(GenFileFoundIx) = 'BATCTL'
                      and BatctlIsLoaded
                       Perform ReloadRestoredBatctl
                   End-If
               End-If
               Perform AppendAuditRecord

               Set DashSnapIsLoaded to False
               Set DashRefreshPending to True
               Call OS2API '__WinInvalidateRect'
                     using  by value hwndClient
                            by value LongNull
                            by value 1
                     returning ReturnData

               Move GenTitle    to InfoMsgTitleText
               Move GenDoneText to InfoMsgTextText
               Perform ShowInfoMessage
           End-If.

      *--------------------------------------------------------------*
       RollBackRestore Section.
      *--------------------------------------------------------------*
      *  Performed when CopyFileFromGen failed.  Copies the file
      *  (and its index) back from the RESTORE generation just taken
      *  in GenDirName, so the live file is again the pre-restore
      *  one and not a mix of generations.  GenRollFailed is left
      *  set when that copy fails too; GenCopyFailed stays set
      *  either way, as the restore itself did not happen.
      ****************************************************************
           Move GenRestDir to GenRestSaveDir.
           Move GenDirName to GenRestDir.
           Set GenCopyFailed to False.
           Perform CopyFileFromGen.
           If GenCopyFailed
               Set GenRollFailed to True
           End-If.
           Set GenCopyFailed to True.
           Move GenRestSaveDir to GenRestDir.

      *--------------------------------------------------------------*
       ReloadRestoredBatctl Section.
      *--------------------------------------------------------------*
      *  Re-reads the control record at Batctl-Key from the BATCTL
      *  just restored, as DoFileOpen does, so the run date,
      *  operator, and shift in memory are the restored ones.  When
      *  the restored file has no such record the control record
      *  is unloaded and the operator is told to reopen it.
      ****************************************************************
           Move Batctl-Key to Batctl-File-Key.
           Open Input Batctl-File.
           If not BatctlFileMissing
               Read Batctl-File
                   Invalid Key
                       Move '23' to BatctlStatus
               End-Read
               Close Batctl-File
           End-If.

           If BatctlOk
               Move Batctl-File-Key       to Batctl-Key
               Move Batctl-File-Run-Date  to Batctl-Run-Date
               Move Batctl-File-Oper-Id   to Batctl-Operator-Id
               Move Batctl-File-Shift     to Batctl-Shift-Code
               Set BatctlIsDirty to False
           Else
               Set BatctlIsLoaded to False
               Set BatctlIsDirty  to False
               Move Spaces to Batctl-Run-Date
               Move GenBatctlGoneText to GenDoneText
           End-If.

      *--------------------------------------------------------------*
       CopyFileFromGen Section.
      *--------------------------------------------------------------*
      *  Copies the file at GenFileFoundIx (and, for an indexed
      *  file, its .IDX index) from generation directory GenRestDir
      *  back over the live file.  GenCopyFailed is left set on a
      *  failed copy.
      ****************************************************************
           Move Spaces to GenSourceName, GenTargetName.
           String GenRestDir                  Delimited by Space
                  '\'                         Delimited by Size
                  GenFileName(GenFileFoundIx) Delimited by Space
             Into GenSourceName
           End-String.
           String GenFileName(GenFileFoundIx) Delimited by Space
             Into GenTargetName
           End-String.
           Call 'CBL_COPY_FILE'
                 using GenSourceName
                       GenTargetName
                 returning ReturnData.
           If ReturnData not = 0
               Set GenCopyFailed to True
           End-If.

           If not GenCopyFailed and GenFileIsIndexed(GenFileFoundIx)
               Move Spaces to GenSourceName, GenTargetName
               String GenFileName(GenFileFoundIx) Delimited by Space
                      '.IDX'                      Delimited by Size
                 Into GenTargetName
               End-String
               String GenRestDir                  Delimited by Space
                      '\'                         Delimited by Size
                      GenTargetName               Delimited by Space
                 Into GenSourceName
               End-String
               Call 'CBL_COPY_FILE'
                     using GenSourceName
                           GenTargetName
                     returning ReturnData
               If ReturnData not = 0
                   Set GenCopyFailed to True
               End-If
           End-If.

      *--------------------------------------------------------------*
       LoadGenList Section.
      *--------------------------------------------------------------*
      *  Fills the backup dialog's list box with the catalog, newest
      *  generation first.  Performed from BackupDlgProc, so hwnd is
      *  the backup dialog.
      ****************************************************************
           Move LB-GenList to GenListWndId.
           Call OS2API '__WinWindowFromID'
                 using  by value hwnd
                        by value GenListWndId
                 returning hwndGenList.

           If hwndGenList not = 0
               Move LM-DELETEALL to GenListMsgId
               Call OS2API '__WinSendMsg'
                     using  by value hwndGenList
                            by value GenListMsgId
                            by value ULongNull
                            by value ULongNull
                     returning Mresult

               Perform LoadGenCatalog
               Move LM-INSERTITEM to GenListMsgId
               Perform varying GencatIx from GencatCount by -1
                       until GencatIx < 1
                   Move Spaces to GenItemTextText
                   String GencatEntNo(GencatIx)        Delimited by Size
                          ' '                          Delimited by Size
                          GencatEntDir(GencatIx)       Delimited by Size
                          ' '                          Delimited by Size
                          GencatEntTime(GencatIx)(1:4) Delimited by Size
                          ' '                          Delimited by Size
                          GencatEntReason(GencatIx)    Delimited by Size
                          ' '                          Delimited by Size
                          GencatEntOper(GencatIx)      Delimited by Size
                          ' RUN '                      Delimited by Size
                          GencatEntRunDate(GencatIx)(1:6)
                                                       Delimited by Size
                          ' '                          Delimited by Size
                          GencatEntFiles(GencatIx)     Delimited by Size
                          ' FILES'                     Delimited by Size
                     Into GenItemTextText
                   End-String
                   Move Low-Values to GenItemTextNull
                   Move LIT-END    to GenListIndex
                   Call OS2API '__WinSendMsg'
                         using  by value hwndGenList
                                by value GenListMsgId
                                by value GenListIndex
                                by reference GenItemText
                         returning Mresult
               End-Perform
           End-If.
           Move 0 to Mresult.

      *--------------------------------------------------------------*
       LoadAuditList Section.
      *--------------------------------------------------------------*
      *  Fills the audit inquiry list box with the audit records
      *  that pass the action and time-range filters.  Performed
      *  from AuditInqDlgProc, so hwnd is the inquiry dialog.
      ****************************************************************
           Move LB-AuditList to AuditListWndId.
           Call OS2API '__WinWindowFromID'
                 using  by value hwnd
                        by value AuditListWndId
                 returning hwndAuditList.

           If hwndAuditList not = 0
               Move LM-DELETEALL to AuditListMsgId
               Call OS2API '__WinSendMsg'
                     using  by value hwndAuditList
                            by value AuditListMsgId
                            by value ULongNull
                            by value ULongNull
                     returning Mresult

               Open Input Audit-File
               If not AuditFileMissing
                   Move LM-INSERTITEM to AuditListMsgId
                   Set AuditInqIsAtEnd to False
                   Perform until AuditInqIsAtEnd
                       Read Audit-File
                           At End
                               Set AuditInqIsAtEnd to True
                           Not At End
                               Perform InsertAuditListItem
                       End-Read
                   End-perform
                   Close Audit-File
               End-If
           End-If.
           Move 0 to Mresult.

      *--------------------------------------------------------------*
       InsertAuditListItem Section.
      *--------------------------------------------------------------*
      *  Applies the inquiry filters to the audit record just read
      *  and, when it qualifies, inserts one display line at the
      *  end of the inquiry list box.
      ****************************************************************
           If (AuditFilterActionText = Spaces
               or Audit-File-Action = AuditFilterActionText)
              and Audit-File-Time >= AuditFromValue
              and Audit-File-Time <= AuditToValue
               Move Spaces to AuditItemTextText
               String Audit-File-Time   Delimited by Size
                      '  '              Delimited by Size
                      Audit-File-Oper   Delimited by Size
                      '  '              Delimited by Size
                      Audit-File-Action Delimited by Size
                      '  '              Delimited by Size
                      Audit-File-Detail Delimited by Size
                 Into AuditItemTextText
               End-String
               Move Low-Values to AuditItemTextNull
               Move LIT-END    to AuditListIndex
               Call OS2API '__WinSendMsg'
                     using  by value hwndAuditList
                            by value AuditListMsgId
                            by value AuditListIndex
                            by reference AuditItemText
                     returning Mresult
           End-If.

      *--------------------------------------------------------------*
       ExitProgram Section.
      *--------------------------------------------------------------*
      *  This routine puts up the exit-reason dialog to confirm the
      *  request to exit the application and, if confirmed, to find
      *  out why.  ExitReasonDlgProc shows MsgBoxMsg as the prompt and
      *  returns the operator's choice in ExitReasonCode; Cancel there
      *  sets ExitReasonWasCancelled and leaves the application
      *  running.  Either way the decision is logged to the audit
      *  trail; only a confirmed exit posts WM-QUIT, which the Main
      *  Message Routine retrieves and which causes the program to
      *  terminate.
      ****************************************************************
            Set ExitReasonWasCancelled to False.
            Move '1' to ExitReasonCode.

            Set DialogProc to ENTRY 'ExitReasonDlgProc'.
            Call OS2API '__WinDlgBox'
                  using by value hwnd-DeskTop
                        by value hWnd
                        by value DialogProc
                        by value UShortNull
                        by value Dlg-ExitReason
                        by value LongNull
                  returning ReturnData.

            If ExitReasonWasCancelled
                Move 'CANCEL' to AuditDetail
                Perform LogExitDecision
            Else
                Evaluate True
                    When ExitReasonShiftEnd
                         Move 'SHIFT-END'     to ExitReasonDetail
                    When ExitReasonEmergency
                         Move 'EMERG-RESTART' to ExitReasonDetail
                    When ExitReasonTrouble
                         Move 'TROUBLESHOOT'  to ExitReasonDetail
                    When Other
                         Move 'UNKNOWN'       to ExitReasonDetail
                End-Evaluate
                Move ExitReasonDetail to AuditDetail
                Perform LogExitDecision
                Perform ReleaseControlLock
                Perform SaveWindowProfile
                Call OS2API '__WinPostMsg'
                      using by Value hwndFrame
                            by Value WM-Quit size 2
                            by Value LongNull
                            by Value LongNull
                      returning ReturnData
            End-If.

      *==============================================================*
       ExitReasonDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the exit-reason dialog put up by
      *  ExitProgram.  EF-ExitPrompt is a static control showing the
      *  MsgBoxMsg confirmation text; EF-ExitReason is a one-character
      *  entry field for the reason code (1=end of shift, 2=emergency
      *  restart, 3=troubleshooting), defaulted to 1.
      ****************************************************************
       Entry 'ExitReasonDlgProc' using by value hwnd
                                       by value Msg
                                       by value MsgParm1
                                       by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ExitPrompt
                            by reference MsgBoxMsg
                      returning ReturnData

                Move '1'         to ExitReasonValueText
                Move Low-Values  to ExitReasonValueNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ExitReason
                            by reference ExitReasonValue
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-ExitReason
                                     by value 2
                                     by reference ExitReasonValue
                               returning ReturnData
                         Move ExitReasonValueText to ExitReasonCode
                         Set ExitReasonWasCancelled to False
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Set ExitReasonWasCancelled to True
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Set ExitReasonWasCancelled to True
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *==============================================================*
       AboutDlgProc Section.
      *==============================================================*
      *  The About Dialog Procedure routine demonstrated how to process
      *  dialogs.  This procedure is looking for a WM-Command message
      *  with the first message parameter (MsgParm1) equal to Did-Ok
      *  or a WM-Close message.   The WM-Close message is sent to the
      *  application when the use selects "Close" from the windows
      *  system menu.
      ****************************************************************
       Entry 'AboutDlgProc' using by value hwnd
                                  by value Msg
                                  by value MsgParm1
                                  by value MsgParm2.
       Move 0 to Mresult

       Evaluate Msg
           When WM-INITDLG
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-BuildStamp
                            by reference AboutBuildText
                      returning ReturnData

                Accept ProfileUserId    from Environment 'USERID'
                If ProfileUserId = Spaces
                    Move 'DEFAULT' to ProfileUserId
                End-If
                Accept AboutWorkstation from Environment 'WORKSTATION'
                If AboutWorkstation = Spaces
                    Move 'UNKNOWN' to AboutWorkstation
                End-If
                Move Spaces to AboutUserInfoText
                String ProfileUserId    Delimited by Space
                       ' @ '            Delimited by Size
                       AboutWorkstation Delimited by Space
                  Into AboutUserInfoText
                Move Low-Values to AboutUserInfoNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-UserInfo
                            by reference AboutUserInfo
                      returning ReturnData

                Perform QueryDashboardStatus
                Move Low-Values to AboutDashStatusNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DashStatus
                            by reference AboutDashStatus
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value Hwnd
                                     by value UShortNull
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value Hwnd
                           by value UShortNull
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *==============================================================*
       KeyPromptDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the small key-prompt dialog shared by
      *  AB-Open and AB-Saveas.  Control EF-ControlKey holds the
      *  8-character batch control record key.
      ****************************************************************
       Entry 'KeyPromptDlgProc' using by value hwnd
                                      by value Msg
                                      by value MsgParm1
                                      by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Call OS2API '__WinSetWindowText'
                      using by value hwnd
                            by reference KeyPromptTitle
                      returning ReturnData

                Move Spaces to KeyPromptValueText
                Move Low-Values to KeyPromptValueNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ControlKey
                            by reference KeyPromptValue
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-ControlKey
                                     by value 9
                                     by reference KeyPromptValue
                               returning ReturnData
                         Set KeyPromptWasCancelled to False
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Set KeyPromptWasCancelled to True
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Set KeyPromptWasCancelled to True
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *==============================================================*
       BatchHdrDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the batch header dialog used by AB-New
      *  and AB-Open to display/amend the run date, operator ID, and
      *  shift code of the current in-memory control record.
      ****************************************************************
       Entry 'BatchHdrDlgProc' using by value hwnd
                                     by value Msg
                                     by value MsgParm1
                                     by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Batctl-Run-Date    to EditRunDateText
                Move Low-Values         to EditRunDateNull
                Move Batctl-Operator-Id to EditOperatorIdText
                Move Low-Values         to EditOperatorIdNull
                Move Batctl-Shift-Code  to EditShiftCodeText
                Move Low-Values         to EditShiftCodeNull

                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-RunDate
                            by reference EditRunDate
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-OperatorId
                            by reference EditOperatorId
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ShiftCode
                            by reference EditShiftCode
                      returning ReturnData
                Move Low-Values to LockInfoNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-LockInfo
                            by reference LockInfo
                      returning ReturnData
                Move Low-Values to NotesInfoNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-NotesInfo
                            by reference NotesInfo
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-RunDate
                                     by value 9
                                     by reference EditRunDate
                               returning ReturnData
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-OperatorId
                                     by value 9
                                     by reference EditOperatorId
                               returning ReturnData
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-ShiftCode
                                     by value 2
                                     by reference EditShiftCode
                               returning ReturnData

                         Move EditRunDateText    to Batctl-Run-Date
                         Move EditOperatorIdText to Batctl-Operator-Id
                         Move EditShiftCodeText  to Batctl-Shift-Code
                         Set BatchHdrWasCancelled to False
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Set BatchHdrWasCancelled to True
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Set BatchHdrWasCancelled to True
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *==============================================================*
       StepDetailDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the step detail dialog put up when the
      *  operator clicks a dashboard row.  All five fields are
      *  display-only; SelectDashRow/LoadStepDetail have already
      *  loaded them from the selected Batstat-File record.
      ****************************************************************
       Entry 'StepDetailDlgProc' using by value hwnd
                                       by value Msg
                                       by value MsgParm1
                                       by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Low-Values to DetailJobNull, DetailStartNull,
                                   DetailCompNull, DetailRetCodeNull,
                                   DetailElapsedNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailJob
                            by reference DetailJob
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailStart
                            by reference DetailStart
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailComp
                            by reference DetailComp
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailRetCode
                            by reference DetailRetCode
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailElapsed
                            by reference DetailElapsed
                      returning ReturnData
                Move Low-Values to DetailAttemptNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailAttempt
                            by reference DetailAttempt
                      returning ReturnData
                Move Spaces     to DetailReasonText
                Move Low-Values to DetailReasonNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailReason
                            by reference DetailReason
                      returning ReturnData
                Move Low-Values to DetailContactNull, DetailDoc1Null,
                                   DetailDoc2Null, DetailDoc3Null
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailContact
                            by reference DetailContact
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailDoc1
                            by reference DetailDoc1
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailDoc2
                            by reference DetailDoc2
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DetailDoc3
                            by reference DetailDoc3
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-RequestRerun
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-DetailReason
                                     by value 3
                                     by reference DetailReason
                               returning ReturnData
                         Perform RequestStepRerun
                         Perform LoadRerunInfo
                         Move Low-Values to DetailAttemptNull
                         Call OS2API '__WinSetDlgItemText'
                               using by value hwnd
                                     by value EF-DetailAttempt
                                     by reference DetailAttempt
                               returning ReturnData
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *==============================================================*
       SchedMaintDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the schedule maintenance dialog.  The
      *  operator keys a job name, expected start/completion times,
      *  and predecessor step, then presses Add, Change, or Delete;
      *  the dialog stays up so several entries can be worked in one
      *  sitting.  OK (or Close/Cancel) ends the session.  Every
      *  operation needs the change ticket keyed in EF-ChgTicket.
      ****************************************************************
       Entry 'SchedMaintDlgProc' using by value hwnd
                                       by value Msg
                                       by value MsgParm1
                                       by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to SchedJobText, SchedStartText,
                                   SchedCompText, SchedPredText
                Move Low-Values to SchedJobNull, SchedStartNull,
                                   SchedCompNull, SchedPredNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-SchedJob
                            by reference SchedJob
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-SchedStart
                            by reference SchedStart
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-SchedComp
                            by reference SchedComp
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-SchedPred
                            by reference SchedPred
                      returning ReturnData
                Move Spaces     to ChgTicketText
                Move Low-Values to ChgTicketNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgTicket
                            by reference ChgTicket
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-SchedAdd
                         Perform GetSchedDlgFields
                         Perform SchedAddEntry
                    When PB-SchedChange
                         Perform GetSchedDlgFields
                         Perform SchedChangeEntry
                    When PB-SchedDelete
                         Perform GetSchedDlgFields
                         Perform SchedDeleteEntry
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetSchedDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the four entry fields and the change ticket off the
      *  schedule maintenance dialog ahead of an add/change/delete
      *  operation.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-SchedJob
                       by value 9
                       by reference SchedJob
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-SchedStart
                       by value 9
                       by reference SchedStart
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-SchedComp
                       by value 9
                       by reference SchedComp
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-SchedPred
                       by value 9
                       by reference SchedPred
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgTicket
                       by value 11
                       by reference ChgTicket
                 returning ReturnData.

      *==============================================================*
       RcMaintDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the return-code table maintenance
      *  dialog.  The supervisor keys a job name (or *DEFAULT for
      *  the shop default), the highest return code that is clean,
      *  and the highest that is only a warning, then presses Add,
      *  Change, or Delete; the dialog stays up so several jobs can
      *  be worked in one sitting.  OK (or Close/Cancel) ends it.
      *  Every operation needs the change ticket keyed in
      *  EF-ChgTicket.
      ****************************************************************
       Entry 'RcMaintDlgProc' using by value hwnd
                                    by value Msg
                                    by value MsgParm1
                                    by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to RcJobText, RcCleanText, RcWarnText
                Move Low-Values to RcJobNull, RcCleanNull, RcWarnNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-RcJob
                            by reference RcJob
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-RcClean
                            by reference RcClean
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-RcWarn
                            by reference RcWarn
                      returning ReturnData
                Move Spaces     to ChgTicketText
                Move Low-Values to ChgTicketNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgTicket
                            by reference ChgTicket
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-RcAdd
                         Perform GetRcDlgFields
                         Perform RcAddEntry
                    When PB-RcChange
                         Perform GetRcDlgFields
                         Perform RcChangeEntry
                    When PB-RcDelete
                         Perform GetRcDlgFields
                         Perform RcDeleteEntry
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetRcDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the three entry fields and the change ticket off the
      *  return-code table maintenance dialog ahead of an
      *  add/change/delete operation.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-RcJob
                       by value 9
                       by reference RcJob
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-RcClean
                       by value 5
                       by reference RcClean
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-RcWarn
                       by value 5
                       by reference RcWarn
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgTicket
                       by value 11
                       by reference ChgTicket
                 returning ReturnData.

      *==============================================================*
       DelivMaintDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the deliverable maintenance dialog.
      *  The supervisor keys a deliverable ID, its description, the
      *  producing job, the deadline (HHMMSShh), and the run-
      *  calendar rule -- seven Y/N day-of-week flags (Sunday
      *  first), a day of month ('00' when not day-driven), and the
      *  holiday flag ('N' = not owed on holidays) -- then presses
      *  Add, Change, or Delete; the dialog stays up so several
      *  deliverables can be worked in one sitting.  OK (or
      *  Close/Cancel) ends it.  Every operation needs the change
      *  ticket keyed in EF-ChgTicket.
      ****************************************************************
       Entry 'DelivMaintDlgProc' using by value hwnd
                                       by value Msg
                                       by value MsgParm1
                                       by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to DelivIdText, DelivNameText,
                                   DelivJobText, DelivDeadlineText,
                                   DelivDaysText, DelivDomText,
                                   DelivHolText
                Move Low-Values to DelivIdNull, DelivNameNull,
                                   DelivJobNull, DelivDeadlineNull,
                                   DelivDaysNull, DelivDomNull,
                                   DelivHolNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DelivId
                            by reference DelivId
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DelivName
                            by reference DelivName
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DelivJob
                            by reference DelivJob
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DelivDeadline
                            by reference DelivDeadline
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DelivDays
                            by reference DelivDays
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DelivDom
                            by reference DelivDom
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DelivHol
                            by reference DelivHol
                      returning ReturnData
                Move Spaces     to ChgTicketText
                Move Low-Values to ChgTicketNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgTicket
                            by reference ChgTicket
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-DelivAdd
                         Perform GetDelivDlgFields
                         Perform DelivAddEntry
                    When PB-DelivChange
                         Perform GetDelivDlgFields
                         Perform DelivChangeEntry
                    When PB-DelivDelete
                         Perform GetDelivDlgFields
                         Perform DelivDeleteEntry
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetDelivDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the seven entry fields and the change ticket off the
      *  deliverable maintenance dialog ahead of an add/change/
      *  delete operation.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-DelivId
                       by value 9
                       by reference DelivId
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-DelivName
                       by value 31
                       by reference DelivName
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-DelivJob
                       by value 9
                       by reference DelivJob
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-DelivDeadline
                       by value 9
                       by reference DelivDeadline
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-DelivDays
                       by value 8
                       by reference DelivDays
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-DelivDom
                       by value 3
                       by reference DelivDom
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-DelivHol
                       by value 2
                       by reference DelivHol
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgTicket
                       by value 11
                       by reference ChgTicket
                 returning ReturnData.

      *==============================================================*
       CalMaintDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the run calendar maintenance dialog.
      *  The operator keys a job name, seven Y/N day-of-week flags
      *  (Sunday first), a day of month ('00' when not day-driven),
      *  and the holiday flag ('N' = skip on holidays), then presses
      *  Add, Change, or Delete; Add Holiday appends the date keyed
      *  in the holiday field to the HOLIDAYS list.  The dialog
      *  stays up so several entries can be worked in one sitting.
      *  OK (or Close/Cancel) ends the session.  Every operation,
      *  Add Holiday included, needs the change ticket keyed in
      *  EF-ChgTicket.
      ****************************************************************
       Entry 'CalMaintDlgProc' using by value hwnd
                                     by value Msg
                                     by value MsgParm1
                                     by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to CalJobText, CalDaysText,
                                   CalDomText, CalHolText,
                                   CalHolDateText
                Move Low-Values to CalJobNull, CalDaysNull,
                                   CalDomNull, CalHolNull,
                                   CalHolDateNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-CalJob
                            by reference CalJob
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-CalDays
                            by reference CalDays
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-CalDom
                            by reference CalDom
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-CalHol
                            by reference CalHol
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-CalHolDate
                            by reference CalHolDate
                      returning ReturnData
                Move Spaces     to ChgTicketText
                Move Low-Values to ChgTicketNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgTicket
                            by reference ChgTicket
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-CalAdd
                         Perform GetCalDlgFields
                         Perform CalAddEntry
                    When PB-CalChange
                         Perform GetCalDlgFields
                         Perform CalChangeEntry
                    When PB-CalDelete
                         Perform GetCalDlgFields
                         Perform CalDeleteEntry
                    When PB-CalHolAdd
                         Perform GetCalDlgFields
                         Perform CalHolAddEntry
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetCalDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the five entry fields and the change ticket off the
      *  run calendar maintenance dialog ahead of an
      *  add/change/delete or holiday-add operation.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-CalJob
                       by value 9
                       by reference CalJob
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-CalDays
                       by value 8
                       by reference CalDays
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-CalDom
                       by value 3
                       by reference CalDom
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-CalHol
                       by value 2
                       by reference CalHol
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-CalHolDate
                       by value 9
                       by reference CalHolDate
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgTicket
                       by value 11
                       by reference ChgTicket
                 returning ReturnData.

      *==============================================================*
       VerifyResultDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the verify result dialog.  Shows the
      *  failure summary built by ShowVerifyResult and fills the
      *  list box with one line per offending step from the
      *  exception table.
      ****************************************************************
       Entry 'VerifyResultDlgProc' using by value hwnd
                                         by value Msg
                                         by value MsgParm1
                                         by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Low-Values to VerifySummaryNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-VerifySummary
                            by reference VerifySummary
                      returning ReturnData

                Move LB-VerifyList to VerifyListWndId
                Call OS2API '__WinWindowFromID'
                      using  by value hwnd
                             by value VerifyListWndId
                      returning hwndVerifyList

                If hwndVerifyList not = 0
                    Move LM-INSERTITEM to VerifyListMsgId
                    Perform varying VerifyExceptIx from 1 by 1
                            until VerifyExceptIx > VerifyExceptCount
                            or VerifyExceptIx > VerifyExceptMax
                        Move Spaces to VerifyItemTextText
                        String VerifyExceptJob(VerifyExceptIx)
                                          Delimited by Size
                               '  '       Delimited by Size
                               VerifyExceptReason(VerifyExceptIx)
                                          Delimited by Size
                               '  '       Delimited by Size
                               VerifyExceptDisp(VerifyExceptIx)
                                          Delimited by Size
                          Into VerifyItemTextText
                        End-String
                        Move Low-Values  to VerifyItemTextNull
                        Move LIT-END     to VerifyListIndex
                        Call OS2API '__WinSendMsg'
                              using  by value hwndVerifyList
                                     by value VerifyListMsgId
                                     by value VerifyListIndex
                                     by reference VerifyItemText
                              returning Mresult
                    End-Perform
                End-If
                Move 0 to Mresult

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
                           by value Msg
                           by value MsgParm1
                           by value MsgParm2
                     returning Mresult
       End-Evaluate.
       Exit Program Returning Mresult.

      *==============================================================*
       ExcpDispDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the exception disposition dialog put
      *  up by AskOneDisposition.  EF-DispJob is a static control
      *  naming the exception (job and reason); the operator keys a
      *  two-character reason code (RR/AB/DE/SE) and a short
      *  comment.  OK is refused until a reason code is present, so
      *  the certification can never complete on an empty answer;
      *  Cancel (or Close) abandons the collection and leaves the
      *  night uncertified.
      ****************************************************************
       Entry 'ExcpDispDlgProc' using by value hwnd
                                     by value Msg
                                     by value MsgParm1
                                     by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Low-Values to DispJobLineNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DispJob
                            by reference DispJobLine
                      returning ReturnData
                Move Low-Values to DispReasonNull, DispCommentNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DispReason
                            by reference DispReason
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-DispComment
                            by reference DispComment
                      returning ReturnData

           When WM-COMMAND
                    When DID-OK
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-DispReason
                                     by value 3
                                     by reference DispReason
                               returning ReturnData
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-DispComment
                                     by value 31
                                     by reference DispComment
                               returning ReturnData
                         If DispReasonText not = Spaces
                             Set DispWasCancelled to False
                             Call OS2API '__WinDismissDlg'
                                   using by value hwnd
                                         by value DID-OK
                         End-If
                    When DID-CANCEL
                         Set DispWasCancelled to True
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                End-Evaluate

          When WM-CLOSE
               Set DispWasCancelled to True
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
       Exit Program Returning Mresult.

      *==============================================================*
       NotesDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the pass-down notes dialog put up by
      *  DoShiftNotes.  The list box shows every note line on file
      *  for the current control record, run date, and shift; Add
      *  appends the line keyed in EF-NoteText and reloads the
      *  list.  OK (or Close/Cancel) ends the session -- the notes
      *  themselves are already on file.
      ****************************************************************
       Entry 'NotesDlgProc' using by value hwnd
                                  by value Msg
                                  by value MsgParm1
                                  by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to NoteTextText
                Move Low-Values to NoteTextNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-NoteText
                            by reference NoteText
                      returning ReturnData
                Perform LoadNotesList

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-NoteAdd
                         Call OS2API '__WinQueryDlgItemText'
                               using by value hwnd
                                     by value EF-NoteText
                                     by value 51
                                     by reference NoteText
                               returning ReturnData
                         Perform NoteAddEntry
                         Move Spaces     to NoteTextText
                         Move Low-Values to NoteTextNull
                         Call OS2API '__WinSetDlgItemText'
                               using by value hwnd
                                     by value EF-NoteText
                                     by reference NoteText
                               returning ReturnData
                         Perform LoadNotesList
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
          When Other
               Call OS2API '__WinDefDlgProc'
                     using by value hwnd
       Exit Program Returning Mresult.

      *==============================================================*
       AuditInqDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the audit inquiry dialog.  The list
      *  box shows the audit trail filtered by action and time
      *  range; Apply re-reads the file with the filters keyed on
      *  screen, Archive rolls the trail to a dated archive file
      *  and reloads the (now fresh) list.
      ****************************************************************
       Entry 'AuditInqDlgProc' using by value hwnd
                                     by value Msg
                                     by value MsgParm1
                                     by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces to AuditFilterActionText,
                               AuditFilterFromText, AuditFilterToText
                Move Low-Values to AuditFilterActionNull,
                               AuditFilterFromNull, AuditFilterToNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-AuditActFilter
                            by reference AuditFilterAction
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-AuditFrom
                            by reference AuditFilterFrom
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-AuditTo
                            by reference AuditFilterTo
                      returning ReturnData
                Perform LoadAuditList

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-AuditApply
                         Perform GetAuditFilters
                         Perform LoadAuditList
                    When PB-AuditArchive
                         If not OperIsSupervisor
                             Perform ShowNotAuthorized
                         Else
                             Perform DoAuditArchive
                             Perform LoadAuditList
                         End-If
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetAuditFilters Section.
      *--------------------------------------------------------------*
      *  Pulls the filter fields off the audit inquiry dialog.  The
      *  time filters are keyed zero-filled (as shown in the list);
      *  a blank filter leaves that end of the range open.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-AuditActFilter
                       by value 11
                       by reference AuditFilterAction
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-AuditFrom
                       by value 10
                       by reference AuditFilterFrom
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-AuditTo
                       by value 10
                       by reference AuditFilterTo
                 returning ReturnData.

           If AuditFilterFromText = Spaces
               Move 0 to AuditFromValue
           Else
               Move AuditFilterFromText to AuditFromValue
           End-If.
           If AuditFilterToText = Spaces
               Move 999999999 to AuditToValue
           Else
               Move AuditFilterToText to AuditToValue
           End-If.

      *==============================================================*
       ChgReportDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the change report dialog.  The
      *  operator keys the journal date range (YYMMDD, a blank end
      *  is open) and, optionally, a master file name and a job (or
      *  other record key) to report on; OK prints, Cancel (or
      *  Close) prints nothing.
      ****************************************************************
       Entry 'ChgReportDlgProc' using by value hwnd
                                      by value Msg
                                      by value MsgParm1
                                      by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to ChgRptFromText, ChgRptToText,
                                   ChgRptFileText, ChgRptKeyText
                Move Low-Values to ChgRptFromNull, ChgRptToNull,
                                   ChgRptFileNull, ChgRptKeyNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgRptFrom
                            by reference ChgRptFrom
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgRptTo
                            by reference ChgRptTo
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgRptFile
                            by reference ChgRptFile
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgRptKey
                            by reference ChgRptKey
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Perform GetChgRptFields
                         Set ChgRptWasCancelled to False
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Set ChgRptWasCancelled to True
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                End-Evaluate

          When WM-CLOSE
               Set ChgRptWasCancelled to True
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetChgRptFields Section.
      *--------------------------------------------------------------*
      *  Pulls the date range and filter fields off the change
      *  report dialog.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgRptFrom
                       by value 7
                       by reference ChgRptFrom
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgRptTo
                       by value 7
                       by reference ChgRptTo
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgRptFile
                       by value 9
                       by reference ChgRptFile
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgRptKey
                       by value 9
                       by reference ChgRptKey
                 returning ReturnData.

      *==============================================================*
       OvrdApprovalDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the second-supervisor approval dialog
      *  put up by ObtainSecondApproval.  EF-OvrdPrompt names the
      *  override and its subject; the approver keys an operator ID
      *  and a reason.  OK checks them (CheckOvrdApprover) and only
      *  dismisses once they pass, otherwise the reason for refusal
      *  is shown and the dialog stays up.  Cancel (or Close) leaves
      *  the override unapproved.
      ****************************************************************
       Entry 'OvrdApprovalDlgProc' using by value hwnd
                                         by value Msg
                                         by value MsgParm1
                                         by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to OvrdApproverText, OvrdReasonText
                Move Low-Values to OvrdPromptNull, OvrdApproverNull,
                                   OvrdReasonNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-OvrdPrompt
                            by reference OvrdPrompt
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-OvrdApprover
                            by reference OvrdApprover
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-OvrdReason
                            by reference OvrdReason
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Perform GetOvrdFields
                         Perform CheckOvrdApprover
                         If OvrdApproverIsOk
                             Set OvrdWasApproved to True
                             Call OS2API '__WinDismissDlg'
                                   using by value hwnd
                                         by value DID-OK
                         Else
                             Perform ShowInfoMessage
                         End-If
                    When DID-CANCEL
                         Set OvrdWasApproved to False
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate

          When WM-CLOSE
               Set OvrdWasApproved to False
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetOvrdFields Section.
      *--------------------------------------------------------------*
      *  Pulls the approver's ID and reason off the approval dialog.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-OvrdApprover
                       by value 9
                       by reference OvrdApprover
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-OvrdReason
                       by value 41
                       by reference OvrdReason
                 returning ReturnData.

      *==============================================================*
       OvrdReportDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the override register dialog.  The
      *  operator keys the date range (YYMMDD, a blank end is open);
      *  OK prints, Cancel (or Close) prints nothing.
      ****************************************************************
       Entry 'OvrdReportDlgProc' using by value hwnd
                                       by value Msg
                                       by value MsgParm1
                                       by value MsgParm2.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to OvrdRptFromText, OvrdRptToText
                Move Low-Values to OvrdRptFromNull, OvrdRptToNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-OvrdRptFrom
                            by reference OvrdRptFrom
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-OvrdRptTo
                            by reference OvrdRptTo
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Perform GetOvrdRptFields
                         Set OvrdRptWasCancelled to False
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Set OvrdRptWasCancelled to True
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                End-Evaluate

          When WM-CLOSE
               Set OvrdRptWasCancelled to True
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetOvrdRptFields Section.
      *--------------------------------------------------------------*
      *  Pulls the date range off the override register dialog.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-OvrdRptFrom
                       by value 7
                       by reference OvrdRptFrom
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-OvrdRptTo
                       by value 7
                       by reference OvrdRptTo
                 returning ReturnData.

      *==============================================================*
       ForecastDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the run forecast dialog.  The start
      *  date comes up as the current run date and the nights as
      *  the default; OK checks them (CheckForeFields) and only
      *  dismisses once they pass, otherwise the reason is shown and
      *  the dialog stays up.  Cancel (or Close) prints nothing.
      ****************************************************************
       Entry 'ForecastDlgProc' using by value hwnd
                                     by value Msg
                                     by value MsgParm1
                                     by value MsgParm2.

       Evaluate Msg
           When WM-INITDLG
                Move Batctl-Run-Date   to ForeStartText
                Move ForeNightsDefault to ForeNightsNum
                Move Low-Values to ForeStartNull, ForeNightsNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ForeStart
                            by reference ForeStart
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ForeNights
                            by reference ForeNights
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Perform GetForeFields
                         Perform CheckForeFields
                         If ForeIsValid
                             Set ForeWasCancelled to False
                             Call OS2API '__WinDismissDlg'
                                   using by value hwnd
                                         by value DID-OK
                         Else
                             Perform ShowInfoMessage
                         End-If
                    When DID-CANCEL
                         Set ForeWasCancelled to True
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                End-Evaluate

          When WM-CLOSE
               Set ForeWasCancelled to True
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetForeFields Section.
      *--------------------------------------------------------------*
      *  Pulls the start date and number of nights off the forecast
      *  dialog.
      ****************************************************************
           Move Spaces to ForeStartText, ForeNightsText.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ForeStart
                       by value 7
                       by reference ForeStart
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ForeNights
                       by value 3
                       by reference ForeNights
                 returning ReturnData.

      *==============================================================*
       AlertDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the modal alert dialog raised by
      *  RaiseAlert.  EF-AlertText names the step and what happened;
      *  the OK push button is the operator's acknowledgement.
      *  Closing the dialog any other way does NOT acknowledge, and
      *  the alert stays unacknowledged in the ALERTS file.
      ****************************************************************
       Entry 'AlertDlgProc' using by value hwnd
                                  by value Msg
                                  by value MsgParm1
                                  by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Low-Values to AlertMsgNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-AlertText
                            by reference AlertMsg
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When DID-OK
                         Set AlertWasAcked to True
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
       Exit Program Returning Mresult.

      *==============================================================*
       IncidentDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the incident dialog put up by
      *  DoIncidents.  The list box shows every open incident; the
      *  operator keys the job and run date (YYMMDD) of one and
      *  presses Assign (with an operator ID, or blank for the run
      *  book contact, in EF-IncidAssign) or Close (with a cause
      *  code and the resolution).  The list is reloaded after
      *  each operation.  OK (or Close/Cancel) ends the session.
      ****************************************************************
       Entry 'IncidentDlgProc' using by value hwnd
                                     by value Msg
                                     by value MsgParm1
                                     by value MsgParm2.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to IncidJobText, IncidDateText,
                                   IncidAssignText, IncidCauseText,
                                   IncidResolText
                Move Low-Values to IncidJobNull, IncidDateNull,
                                   IncidAssignNull, IncidCauseNull,
                                   IncidResolNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-IncidJob
                            by reference IncidJob
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-IncidDate
                            by reference IncidDate
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-IncidAssign
                            by reference IncidAssign
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-IncidCause
                            by reference IncidCause
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-IncidResol
                            by reference IncidResol
                      returning ReturnData
                Perform LoadIncidList

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-IncidAssign
                         Perform GetIncidDlgFields
                         Perform IncidAssignEntry
                         Perform LoadIncidList
                    When PB-IncidClose
                         Perform GetIncidDlgFields
                         Perform IncidCloseEntry
                         Perform LoadIncidList
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                End-Evaluate

          When WM-CLOSE
               Call OS2API '__WinDismissDlg'
                     using by value hwnd
                           by value DID-CANCEL
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetIncidDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the five entry fields off the incident dialog ahead
      *  of an assign or close.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-IncidJob
                       by value 9
                       by reference IncidJob
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-IncidDate
                       by value 7
                       by reference IncidDate
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-IncidAssign
                       by value 21
                       by reference IncidAssign
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-IncidCause
                       by value 5
                       by reference IncidCause
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-IncidResol
                       by value 61
                       by reference IncidResol
                 returning ReturnData.

      *==============================================================*
       SchedSyncDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the scheduler sync dialog put up by
      *  DoSchedSync.  Report prints the reconciliation of the
      *  scheduler export against JOBSCHED and RUNCAL.  Apply takes
      *  Y or N for each kind of difference (adds, changes, deletes)
      *  and the change ticket, applies the approved ones in one
      *  pass, and prints what was applied.  OK (or Close/Cancel)
      *  ends the session.
      ****************************************************************
       Entry 'SchedSyncDlgProc' using by value hwnd
                                      by value Msg
                                      by value MsgParm1
                                      by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move 'Y'        to SyncAddsText, SyncChangesText
                Move 'N'        to SyncDeletesText
                Move Low-Values to SyncAddsNull, SyncChangesNull,
                                   SyncDeletesNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-SyncAdds
                            by reference SyncAdds
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-SyncChanges
                            by reference SyncChanges
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-SyncDeletes
                            by reference SyncDeletes
                      returning ReturnData
                Move Spaces     to ChgTicketText
                Move Low-Values to ChgTicketNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgTicket
                            by reference ChgTicket
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-SyncReport
                         Set SyncApplyRequested to False
                         Perform RunSchedReconcile
                    When PB-SyncApply
                         Perform GetSyncDlgFields
                         Perform SyncApplyEntry
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetSyncDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the three approval fields and the change ticket off
      *  the sync dialog ahead of an apply.  Anything but Y is
      *  taken as not approved.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-SyncAdds
                       by value 2
                       by reference SyncAdds
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-SyncChanges
                       by value 2
                       by reference SyncChanges
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-SyncDeletes
                       by value 2
                       by reference SyncDeletes
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgTicket
                       by value 11
                       by reference ChgTicket
                 returning ReturnData.

      *==============================================================*
       BackupDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the generation backup dialog put up by
      *  DoBackup.  The list box shows the catalog, newest first.
      *  Backup takes a generation now; Restore puts the file keyed
      *  in EF-GenFile back to the generation keyed in EF-GenNumber.
      *  The list is reloaded after each.  OK (or Close/Cancel) ends
      *  the session.
      ****************************************************************
       Entry 'BackupDlgProc' using by value hwnd
                                   by value Msg
                                   by value MsgParm1
                                   by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to GenFileText, GenNumberText
                Move Low-Values to GenFileNull, GenNumberNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-GenFile
                            by reference GenFile
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-GenNumber
                            by reference GenNumber
                      returning ReturnData
                Perform LoadGenList

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-GenTake
                         Perform GenTakeEntry
                         Perform LoadGenList
                    When PB-GenRestore
                         Perform GetGenDlgFields
                         Perform GenRestoreEntry
                         Perform LoadGenList
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetGenDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the file name and generation number off the backup
      *  dialog ahead of a restore.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-GenFile
                       by value 9
                       by reference GenFile
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-GenNumber
                       by value 6
                       by reference GenNumber
                 returning ReturnData.

      *==============================================================*
       NightInqDlgProc Section.
      *==============================================================*
      *  Dialog procedure for the prior-night inquiry dialog put up
      *  by DoNightInquiry.  The operator keys a run date (YYMMDD)
      *  and presses Show to list the night in the list box, or
      *  Reprint (with a shift code, or blank for the current
      *  shift) to print that night's shift-handoff report.  OK (or
      *  Close/Cancel) ends the session.
      ****************************************************************
       Entry 'NightInqDlgProc' using by value hwnd
                                     by value Msg
                                     by value MsgParm1
                                     by value MsgParm2.
       Move 0 to Mresult.

       Evaluate Msg
           When WM-INITDLG
                Move Spaces     to NightDateText, NightShiftText
                Move Low-Values to NightDateNull, NightShiftNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-NightDate
                            by reference NightDate
                      returning ReturnData
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-NightShift
                            by reference NightShift
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
                    When PB-NightShow
                         Perform GetNightDlgFields
                         Perform NightShowEntry
                    When PB-NightReprint
                         Perform GetNightDlgFields
                         Perform NightReprintEntry
                    When DID-OK
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-OK
                    When DID-CANCEL
                         Call OS2API '__WinDismissDlg'
                               using by value hwnd
                                     by value DID-CANCEL
                    When Other
                         Continue
                End-Evaluate
       End-Evaluate.
       Exit Program Returning Mresult.

      *--------------------------------------------------------------*
       GetNightDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the run date and shift code off the inquiry dialog.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-NightDate
                       by value 7
                       by reference NightDate
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-NightShift
                       by value 2
                       by reference NightShift
                 returning ReturnData.

      *==============================================================*
       OperMaintDlgProc Section.
      *==============================================================*
      *  and active flag (Y/N), then presses Add, Change, or
      *  Delete; the dialog stays up so several operators can be
      *  worked in one sitting.  OK (or Close/Cancel) ends it.
      *  Every operation needs the change ticket keyed in
      *  EF-ChgTicket.
      ****************************************************************
       Entry 'OperMaintDlgProc' using by value hwnd
                                      by value Msg
                            by value EF-OperActive
                            by reference OperActiveFld
                      returning ReturnData
                Move Spaces     to ChgTicketText
                Move Low-Values to ChgTicketNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgTicket
                            by reference ChgTicket
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
      *  the restartable flag (Y/N), and up to three lines of
      *  recovery instructions, then presses Add, Change, or
      *  Delete; the dialog stays up so several jobs can be worked
      *  in one sitting.  OK (or Close/Cancel) ends it.  Every
      *  operation needs the change ticket keyed in EF-ChgTicket.
      ****************************************************************
       Entry 'JobDocMaintDlgProc' using by value hwnd
                                        by value Msg
                            by value EF-DocLine3
                            by reference DocLine3
                      returning ReturnData
                Move Spaces     to ChgTicketText
                Move Low-Values to ChgTicketNull
                Call OS2API '__WinSetDlgItemText'
                      using by value hwnd
                            by value EF-ChgTicket
                            by reference ChgTicket
                      returning ReturnData

           When WM-COMMAND
                Evaluate MsgParm1
      *--------------------------------------------------------------*
       GetDocDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the six entry fields and the change ticket off the
      *  run book maintenance dialog ahead of an add/change/delete
      *  operation.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value 41
                       by reference DocLine3
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgTicket
                       by value 11
                       by reference ChgTicket
                 returning ReturnData.

      *--------------------------------------------------------------*
       GetOperDlgFields Section.
      *--------------------------------------------------------------*
      *  Pulls the five entry fields and the change ticket off the
      *  operator maintenance dialog ahead of an add/change/delete
      *  operation.
      ****************************************************************
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value 2
                       by reference OperActiveFld
                 returning ReturnData.
           Call OS2API '__WinQueryDlgItemText'
                 using by value hwnd
                       by value EF-ChgTicket
                       by value 11
                       by reference ChgTicket
                 returning ReturnData.

      *==============================================================*
      *  END OF CODE MARKER: This marks the end of all code for this
