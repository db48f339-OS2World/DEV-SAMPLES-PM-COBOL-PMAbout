       77 AB-Monthly              Pic 9(4) Comp-5 Value 125.
       77 AB-JobDoc               Pic 9(4) Comp-5 Value 126.
       77 AB-Notes                Pic 9(4) Comp-5 Value 127.
       77 AB-RcTable              Pic 9(4) Comp-5 Value 128.
       77 AB-ChgReport            Pic 9(4) Comp-5 Value 129.
       77 AB-OvrdReport           Pic 9(4) Comp-5 Value 130.
       77 AB-Forecast             Pic 9(4) Comp-5 Value 131.
       77 AB-Integrity            Pic 9(4) Comp-5 Value 132.
       77 AB-Deliverables         Pic 9(4) Comp-5 Value 133.
       77 AB-SlaReport            Pic 9(4) Comp-5 Value 134.
       77 AB-Incidents            Pic 9(4) Comp-5 Value 135.
       77 AB-IncidAging           Pic 9(4) Comp-5 Value 136.
       77 AB-SchedSync            Pic 9(4) Comp-5 Value 137.
       77 AB-Backup               Pic 9(4) Comp-5 Value 138.
       77 AB-NightInq             Pic 9(4) Comp-5 Value 139.
       77 AB-Help                 Pic 9(4) Comp-5 Value 190.
       77 AB-Hhelp                Pic 9(4) Comp-5 Value 191.
       77 AB-Xhelp                Pic 9(4) Comp-5 Value 192.
       01 DashLineColor            Pic s9(9) Comp-5 Value 7.
       01 DashHeaderText.
          05 DashHdrText Pic x(60)
                   Value 'JOB       START    COMPL    RC     STAT'.

      ***************************************************************
      *   Dashboard Scrolling Definitions
             10 DashSnapStart      Pic x(08).
             10 DashSnapComp       Pic x(08).
             10 DashSnapRc         Pic x(04).
             10 DashSnapRcState    Pic x(04).
             10 DashSnapMissing    Pic x(01).
             10 DashSnapDue        Pic x(01).
             10 DashSnapSchedFound Pic x(01).
      *  updates come in:
      *    RERUN-REQ   request written, step not yet re-run
      *    RESTARTED   a new start time has appeared, still running
      *    COMPLETED   re-run finished clean or with a warning
      *    ABENDED     re-run finished with a failing return code
      *  The step detail dialog shows the attempt/state and carries
      *  the Request Rerun push button; the dashboard line shows
      *  A:nn and the state beside the step.
      *  yes/no flag, and three lines of recovery instructions --
      *  what used to live in the tattered binder.  The step detail
      *  dialog shows the run book whenever the selected step's
      *  return code is a failure, and RequestStepRerun warns before
      *  queueing a rerun of a job whose run book says it is not
      *  restartable.  Maintained from the Run Book dialog the same
      *  way the schedule and operator masters are.
      *    2  operator:  also write the control record and schedule
      *    3  supervisor: also Save As over another key, override a
      *       lock, certify a night, archive the audit trail, and
      *       maintain the operator master and return-code table.
      *  Overrides take two supervisors -- see the Dual-Control
      *  Override Approval Definitions.
      *  The master is bootstrapped on first run with the current
      *  USERID as a supervisor so a new installation is not locked
      *  out.
      *  key, stamped with the holding operator (USERID) and
      *  workstation (WORKSTATION environment variable).  DoFileOpen
      *  takes the lock; a second console opening the same key is
      *  told who holds it and offered an override (a second
      *  supervisor must approve it); the lock is released on
      *  save, on exit, or by that override.  The
      *  current holder is shown in the batch header dialog.
      ***************************************************************
       01 BatlockStatus            Pic x(02) Value '00'.
      *  window, no message loop, no dialogs.  It signs the USERID
      *  on against the operator master, loads the control record
      *  named by PMABOUTKEY (MAIN when not set), and runs the
      *  night verification, the shift extract, the runtime trend
      *  report, and the run forecast straight from the files,
      *  writing its results to the audit trail.  Operator message
      *  boxes become UNATT-MSG audit records instead.  The
      *  program's return code tells the scheduler what happened: 0
      *  verification passed, 4 verification failed, 8 the run was
      *  not possible (operator refused or no control record).
      *  PMABOUTRUN=CHECK runs the cross-file integrity check alone,
      *  the same way, and returns the check's own code.
      ***************************************************************
       01 UnattendedSwitch         Pic x(08) Value Spaces.
       01 UnattendedFlag           Pic x Value 'N'.
      *  to the sequential CUTLOG file.  A second cutover of the
      *  same run date is refused outright, and so is any cutover
      *  of a run with no PASS record in CERTLOG -- a supervisor
      *  may override that refusal with a second supervisor's
      *  approval, and the override is audited and registered.
      ***************************************************************
       01 CutlogStatus             Pic x(02) Value '00'.
          88 CutlogOk                 Value '00'.
      *  FAIL with total exceptions from CERTLOG, the longest and
      *  average batch window from each night's earliest BATHIST
      *  start to its latest completion, and the five jobs with the
      *  worst average elapsed time and the most failing return
      *  codes.  Overnight windows straddle midnight, so times are
      *  pivoted at noon -- anything before 12:00:00 is taken as
      *  the morning after -- before the night's earliest and
       01 MrptElapColHdr           Pic x(60)
                 Value 'JOB       AVG ELAP   RUNS'.
       01 MrptFailColHdr           Pic x(60)
                 Value 'JOB       FAILING RC  RUNS'.

      ***************************************************************
      *   Active Alert Definitions
      ***************************************************************
      *  Each timer refresh compares BATSTAT against the snapshot
      *  taken at the previous refresh.  A return code gone to a
      *  failure (as RCTABLE judges it), or a step run past its
      *  scheduled completion, sounds the PM alarm, flashes the
      *  frame in the task list, and raises a modal alert dialog
      *  the operator must acknowledge.  Both the
      *  alert and the acknowledgement (who, when) are written to
      *  the sequential ALERTS file so a 2 a.m. abend can never be
      *  quietly missed.  Each record carries the run date it was
      *  raised under, so a night's alerts can be found again once
      *  it has been cut over.
      ***************************************************************
       01 AlertsStatus             Pic x(02) Value '00'.
          88 AlertsOk                 Value '00'.
             10 AlertSnapRc        Pic x(04).
             10 AlertSnapOvd       Pic x(01).
       01 AlertPrevRc              Pic x(04) Value Spaces.
       01 AlertPrevFailFlag        Pic x Value 'N'.
          88 AlertPrevWasFail      Value 'Y' when set to false is 'N'.
       01 AlertScanFlag            Pic x Value 'N'.
          88 AlertScanBusy         Value 'Y' when set to false is 'N'.
       01 AlertPendCount           Pic s9(4) Comp-5 Value 0.
             10 AlertPendType      Pic x(10).
             10 AlertPendJob       Pic x(08).
             10 AlertPendRc        Pic x(04).
             10 AlertPendStart     Pic x(08).
       01 AlertTypeText            Pic x(10) Value Spaces.
       01 AlertJobText             Pic x(08) Value Spaces.
       01 AlertRcText              Pic x(04) Value Spaces.
       01 AlertStartText           Pic x(08) Value Spaces.
       01 AlertOperText            Pic x(08) Value Spaces.
       01 AlertTimeValue           Pic 9(08) Value 0.
       01 AlertAlarmStyle          Pic 9(9) Comp-5 Value 0.
      *  are comma-delimited with fixed-width fields:
      *    H,kkkkkkkk,dddddddd,oooooooo,s      control header
      *      (key, run date, operator, shift code)
      *    D,jjjjjjjj,ssssssss,cccccccc,rrrr,tttt
      *                                        one per BATSTAT step
      *      (job, start time, completion time, return code, and
      *       the return-code state OK/WARN/FAIL from RCTABLE)
      *    V,dddddddd,jjjjjjjj,hhhhhhhh,cccccccc,ssssssss,mmmm
      *                                        one per DELIVMST
      *      (deliverable, producing job, deadline, completion
      *       time, MET/MISSED/NOT OWED/PENDING, minutes late)
      *    T,nnnn,ffff,wwww                    trailer
      *      (step count, failing-return-code count, warning
      *       count, for the receiving side to balance against)
      ***************************************************************
       01 ExtractStatus            Pic x(02) Value '00'.
          88 ExtractOk                Value '00'.
          05 Pic x(02).
       01 ExtractStepCount         Pic 9(04) Value 0.
       01 ExtractFailCount         Pic 9(04) Value 0.
       01 ExtractWarnCount         Pic 9(04) Value 0.
       01 ExtractTitle             Pic x(30) Value 'Shift Extract'.
       01 ExtractFailText          Pic x(60)
                 Value 'Unable to open the extract file.'.
       01 PrintAnyStep             Pic x Value 'N'.
          88 PrintHadSteps         Value 'Y' when set to false is 'N'.

      ***************************************************************
      *   Return-Code Threshold Table Definitions
      ***************************************************************
      *  RCTABLE holds one record per job whose return codes are
      *  not judged by the shop default, keyed by job name: the
      *  highest return code that is still clean and the highest
      *  that is only a warning.  Anything above the warning limit
      *  -- or any code that is not four digits, such as an abend
      *  code -- is a failure.  The record keyed *DEFAULT carries
      *  the shop default for every job not listed; with no
      *  *DEFAULT record, 0000 is clean and up to 0004 a warning.
      *  LoadRcTable reads the file into RcTable once per refresh
      *  cycle or report, and ClassifyStepRc judges RcCheckJob and
      *  RcCheckValue against it for every place a step's return
      *  code is judged, leaving RcStateText:
      *    OK    clean    -- dark green on the dashboard
      *    WARN  warning  -- brown on the dashboard; never an
      *                      alert, exception, or failure count
      *    FAIL  failure  -- red on the dashboard
      *  A step with no return code yet is none of the three.
      ***************************************************************
       01 RctableStatus            Pic x(02) Value '00'.
          88 RctableOk                Value '00'.
          88 RctableNotFound          Value '23'.
          88 RctableDuplicate         Value '22'.
          88 RctableFileMissing       Value '35'.
       01 RcDefaultKey             Pic x(08) Value '*DEFAULT'.
       01 RcShopCleanMax           Pic x(04) Value '0000'.
       01 RcShopWarnMax            Pic x(04) Value '0004'.
       01 RcDefaultCleanMax        Pic x(04) Value '0000'.
       01 RcDefaultWarnMax         Pic x(04) Value '0004'.
       77 RcTableMax               Pic s9(4) Comp-5 Value 500.
       01 RcTableCount             Pic s9(4) Comp-5 Value 0.
       01 RcTableIx                Pic s9(4) Comp-5 Value 0.
       01 RcTable.
          05 RcTableEntry Occurs 500.
             10 RcTabJob           Pic x(08).
             10 RcTabCleanMax      Pic x(04).
             10 RcTabWarnMax       Pic x(04).
       01 RcTableLoadedFlag        Pic x Value 'N'.
          88 RcTableIsLoaded       Value 'Y' when set to false is 'N'.
       01 RcTableAtEnd             Pic x Value 'N'.
          88 RcTableIsAtEnd        Value 'Y' when set to false is 'N'.
       01 RcCheckJob               Pic x(08) Value Spaces.
       01 RcCheckValue             Pic x(04) Value Spaces.
       01 RcCheckCleanMax          Pic x(04) Value Spaces.
       01 RcCheckWarnMax           Pic x(04) Value Spaces.
       01 RcStateText              Pic x(04) Value Spaces.
          88 RcIsNone                 Value Spaces.
          88 RcIsClean                Value 'OK'.
          88 RcIsWarn                 Value 'WARN'.
          88 RcIsFail                 Value 'FAIL'.

      ***************************************************************
      *   Return-Code Table Maintenance Dialog Definitions
      ***************************************************************
       77 DLG-RcMaint              Pic 9(4) Comp-5 Value 918.
       77 EF-RcJob                 Pic 9(4) Comp-5 Value 330.
       77 EF-RcClean               Pic 9(4) Comp-5 Value 331.
       77 EF-RcWarn                Pic 9(4) Comp-5 Value 332.
       77 PB-RcAdd                 Pic 9(4) Comp-5 Value 333.
       77 PB-RcChange              Pic 9(4) Comp-5 Value 334.
       77 PB-RcDelete              Pic 9(4) Comp-5 Value 335.

       01 RcJob.
          05 RcJobText             Pic x(08) Value Spaces.
          05 RcJobNull             Pic x(01).
       01 RcClean.
          05 RcCleanText           Pic x(04) Value Spaces.
          05 RcCleanNull           Pic x(01).
       01 RcWarn.
          05 RcWarnText            Pic x(04) Value Spaces.
          05 RcWarnNull            Pic x(01).
       01 RcLimitsFlag             Pic x Value 'N'.
          88 RcLimitsAreValid      Value 'Y' when set to false is 'N'.

       01 RcMaintTitle             Pic x(30)
                 Value 'Return Code Table Maintenance'.
       01 RcAddedText              Pic x(60)
                 Value 'Return code entry added.'.
       01 RcChangedText            Pic x(60)
                 Value 'Return code entry changed.'.
       01 RcDeletedText            Pic x(60)
                 Value 'Return code entry deleted.'.
       01 RcDupText                Pic x(60)
             Value 'A return code entry already exists for that job.'.
       01 RcNotFoundText           Pic x(60)
                 Value 'No return code entry exists for that job.'.
       01 RcBadLimitText           Pic x(60) Value
             'Limits are 4 digits, the warning limit not below clean.'.

      ***************************************************************
      *   Master-File Change Journal Definitions
      ***************************************************************
      *  Every add, change, and delete made through the schedule,
      *  run calendar (holiday add included), operator, run book,
      *  return-code table, and deliverable maintenance dialogs
      *  must carry a change-ticket number, keyed in the
      *  EF-ChgTicket field each of those dialogs has; with no
      *  ticket the operation is refused and nothing is changed.
      *  The ticket stays on the dialog, so several entries worked
      *  under one change need it keyed only once.  Each operation
      *  that goes through appends one record to the sequential
      *  CHGJRNL file: date (YYMMDD) and time, master file and
      *  record key, ADD/CHG/DEL, operator, ticket, and the full
      *  record image before and after -- spaces for the side
      *  that does not exist (the before image of an add, the
      *  after image of a delete).
      *  The AUDIT trail still gets its one-line entry as before.
      *
      *  AB-ChgReport prints the journal to PRN for change
      *  management: a range of journal dates (YYMMDD, either end
      *  may be left blank), optionally only one master file
      *  and/or one job (for OPERMAST the operator ID, for
      *  HOLIDAYS the date), with each image laid out field by
      *  field under the entry it belongs to.
      ***************************************************************
       77 EF-ChgTicket             Pic 9(4) Comp-5 Value 340.
       77 DLG-ChgReport            Pic 9(4) Comp-5 Value 919.
       77 EF-ChgRptFrom            Pic 9(4) Comp-5 Value 341.
       77 EF-ChgRptTo              Pic 9(4) Comp-5 Value 342.
       77 EF-ChgRptFile            Pic 9(4) Comp-5 Value 343.
       77 EF-ChgRptKey             Pic 9(4) Comp-5 Value 344.

       01 ChgjrnlStatus            Pic x(02) Value '00'.
          88 ChgjrnlOk                Value '00'.
          88 ChgjrnlFileMissing       Value '35'.
       01 ChgjrnlAtEnd             Pic x Value 'N'.
          88 ChgjrnlIsAtEnd        Value 'Y' when set to false is 'N'.
       01 ChgRecFoundFlag          Pic x Value 'N'.
          88 ChgRecWasFound        Value 'Y' when set to false is 'N'.
       01 ChgMaster                Pic x(08) Value Spaces.
       01 ChgAction                Pic x(03) Value Spaces.
       01 ChgKey                   Pic x(08) Value Spaces.
       01 ChgBeforeImage           Pic x(160) Value Spaces.
       01 ChgAfterImage            Pic x(160) Value Spaces.
       01 ChgDateText              Pic x(06) Value Spaces.
       01 ChgTimeValue             Pic 9(08) Value 0.

       01 ChgTicket.
          05 ChgTicketText         Pic x(10) Value Spaces.
          05 ChgTicketNull         Pic x(01).
       01 ChgTicketBlankText       Pic x(60) Value
             'Key the change ticket number first -- nothing changed.'.

       01 ChgRptFrom.
          05 ChgRptFromText        Pic x(06) Value Spaces.
          05 ChgRptFromNull        Pic x(01).
       01 ChgRptTo.
          05 ChgRptToText          Pic x(06) Value Spaces.
          05 ChgRptToNull          Pic x(01).
       01 ChgRptFile.
          05 ChgRptFileText        Pic x(08) Value Spaces.
          05 ChgRptFileNull        Pic x(01).
       01 ChgRptKey.
          05 ChgRptKeyText         Pic x(08) Value Spaces.
          05 ChgRptKeyNull         Pic x(01).
       01 ChgRptFromValue          Pic x(06) Value Spaces.
       01 ChgRptToValue            Pic x(06) Value Spaces.
       01 ChgRptFileShow           Pic x(08) Value Spaces.
       01 ChgRptKeyShow            Pic x(08) Value Spaces.
       01 ChgRptCancelFlag         Pic x Value 'N'.
          88 ChgRptWasCancelled    Value 'Y' when set to false is 'N'.
       01 ChgRptCount              Pic s9(4) Comp-5 Value 0.
       01 ChgRptCountDisp          Pic 9(04) Value 0.
       01 ChgRptTime               Pic 9(08) Value 0.
       01 ChgRptTimeParts Redefines ChgRptTime.
          05 ChgRptTimeHH          Pic 9(02).
          05 ChgRptTimeMM          Pic 9(02).
          05 ChgRptTimeSS          Pic 9(02).
          05 ChgRptTimeHs          Pic 9(02).
       01 ChgRptTimeText           Pic x(08) Value Spaces.
       01 ChgImageLabel            Pic x(08) Value Spaces.
       01 ChgImageWork             Pic x(160) Value Spaces.
       01 ChgImageSched Redefines ChgImageWork.
          05 ChgImgSchedJob        Pic x(08).
          05 ChgImgSchedStart      Pic x(08).
          05 ChgImgSchedComp       Pic x(08).
          05 ChgImgSchedPred       Pic x(08).
          05 Filler                Pic x(128).
       01 ChgImageCal Redefines ChgImageWork.
          05 ChgImgCalJob          Pic x(08).
          05 ChgImgCalDays         Pic x(07).
          05 ChgImgCalDom          Pic x(02).
          05 ChgImgCalHol          Pic x(01).
          05 Filler                Pic x(142).
       01 ChgImageHol Redefines ChgImageWork.
          05 ChgImgHolDate         Pic x(08).
          05 Filler                Pic x(152).
       01 ChgImageOper Redefines ChgImageWork.
          05 ChgImgOperId          Pic x(08).
          05 ChgImgOperName        Pic x(20).
          05 ChgImgOperShift       Pic x(01).
          05 ChgImgOperAuth        Pic x(01).
          05 ChgImgOperActive      Pic x(01).
          05 Filler                Pic x(129).
       01 ChgImageDoc Redefines ChgImageWork.
          05 ChgImgDocJob          Pic x(08).
          05 ChgImgDocContact      Pic x(20).
          05 ChgImgDocRestart      Pic x(01).
          05 ChgImgDocLine1        Pic x(40).
          05 ChgImgDocLine2        Pic x(40).
          05 ChgImgDocLine3        Pic x(40).
          05 Filler                Pic x(11).
       01 ChgImageRc Redefines ChgImageWork.
          05 ChgImgRcJob           Pic x(08).
          05 ChgImgRcClean         Pic x(04).
          05 ChgImgRcWarn          Pic x(04).
          05 Filler                Pic x(144).
       01 ChgImageDeliv Redefines ChgImageWork.
          05 ChgImgDelivId         Pic x(08).
          05 ChgImgDelivName       Pic x(30).
          05 ChgImgDelivJob        Pic x(08).
          05 ChgImgDelivDeadline   Pic x(08).
          05 ChgImgDelivDays       Pic x(07).
          05 ChgImgDelivDom        Pic x(02).
          05 ChgImgDelivHol        Pic x(01).
          05 Filler                Pic x(96).

       01 ChgReportTitle           Pic x(30)
                 Value 'Change Report'.
       01 ChgRptNoneText           Pic x(60) Value
             'No journal entries match the range and filters.'.
       01 ChgRptHdrPrefix          Pic x(29)
                 Value 'MASTER FILE CHANGE REPORT -- '.
       01 ChgRptColHdrText         Pic x(60) Value
             'DATE    TIME      FILE     ACT KEY      OPER     TICKET'.

      ***************************************************************
      *   Dual-Control Override Approval Definitions
      ***************************************************************
      *  The three risky overrides -- cutting over a night with no
      *  PASS certification (CUT-OVRD), taking a control record
      *  lock away from another console (LOCK-OVRD), and queueing
      *  a rerun of a job the run book marks not restartable
      *  (RERUN-NR) -- each need four eyes.  Once the requester
      *  answers Yes, ObtainSecondApproval puts up the approval
      *  dialog, where a second supervisor keys in an operator ID
      *  and the reason.  The approver must be on OPERMAST,
      *  active, of supervisor authority, and not the signed-on
      *  requester; until then OK is refused and the dialog stays
      *  up.  Cancel (or Close) refuses the override.
      *  Every approval goes to the sequential OVRDREG register
      *  (date, time, override, subject, requester, approver,
      *  reason) as well as the audit trail.  An unattended run
      *  has no second pair of eyes at the console, so there an
      *  override is always refused, and audited as OVRD-REFU.
      *  AB-OvrdReport prints the register for a date range
      *  (YYMMDD, either end may be left blank).
      ***************************************************************
       77 DLG-OvrdApproval         Pic 9(4) Comp-5 Value 920.
       77 EF-OvrdPrompt            Pic 9(4) Comp-5 Value 345.
       77 EF-OvrdApprover          Pic 9(4) Comp-5 Value 346.
       77 EF-OvrdReason            Pic 9(4) Comp-5 Value 347.
       77 DLG-OvrdReport           Pic 9(4) Comp-5 Value 921.
       77 EF-OvrdRptFrom           Pic 9(4) Comp-5 Value 348.
       77 EF-OvrdRptTo             Pic 9(4) Comp-5 Value 349.

       01 OvrdregStatus            Pic x(02) Value '00'.
          88 OvrdregOk                Value '00'.
          88 OvrdregFileMissing       Value '35'.
       01 OvrdregAtEnd             Pic x Value 'N'.
          88 OvrdregIsAtEnd        Value 'Y' when set to false is 'N'.
       01 OvrdApprovedFlag         Pic x Value 'N'.
          88 OvrdWasApproved       Value 'Y' when set to false is 'N'.
       01 OvrdApproverOkFlag       Pic x Value 'N'.
          88 OvrdApproverIsOk      Value 'Y' when set to false is 'N'.
       01 OvrdKind                 Pic x(10) Value Spaces.
       01 OvrdSubject              Pic x(20) Value Spaces.
       01 OvrdDateText             Pic x(06) Value Spaces.
       01 OvrdTimeValue            Pic 9(08) Value 0.

       01 OvrdPrompt.
          05 OvrdPromptText        Pic x(60) Value Spaces.
          05 OvrdPromptNull        Pic x(01).
       01 OvrdApprover.
          05 OvrdApproverText      Pic x(08) Value Spaces.
          05 OvrdApproverNull      Pic x(01).
       01 OvrdReason.
          05 OvrdReasonText        Pic x(40) Value Spaces.
          05 OvrdReasonNull        Pic x(01).

       01 OvrdRptFrom.
          05 OvrdRptFromText       Pic x(06) Value Spaces.
          05 OvrdRptFromNull       Pic x(01).
       01 OvrdRptTo.
          05 OvrdRptToText         Pic x(06) Value Spaces.
          05 OvrdRptToNull         Pic x(01).
       01 OvrdRptFromValue         Pic x(06) Value Spaces.
       01 OvrdRptToValue           Pic x(06) Value Spaces.
       01 OvrdRptCancelFlag        Pic x Value 'N'.
          88 OvrdRptWasCancelled   Value 'Y' when set to false is 'N'.
       01 OvrdRptCount             Pic s9(4) Comp-5 Value 0.
       01 OvrdRptCountDisp         Pic 9(04) Value 0.
       01 OvrdRptTime              Pic 9(08) Value 0.
       01 OvrdRptTimeParts Redefines OvrdRptTime.
          05 OvrdRptTimeHH         Pic 9(02).
          05 OvrdRptTimeMM         Pic 9(02).
          05 OvrdRptTimeSS         Pic 9(02).
          05 OvrdRptTimeHs         Pic 9(02).
       01 OvrdRptTimeText          Pic x(08) Value Spaces.

       01 OvrdApprTitle            Pic x(30)
                 Value 'Second Supervisor Approval'.
       01 OvrdNoIdText             Pic x(60) Value
             'Key the operator ID of the approving supervisor.'.
       01 OvrdSameIdText           Pic x(60) Value
             'The approver must be a supervisor other than you.'.
       01 OvrdNotSupText           Pic x(60) Value
             'That ID is not an active supervisor in OPERMAST.'.
       01 OvrdNoReasonText         Pic x(60)
                 Value 'Key the reason for the override.'.
       01 OvrdPromptSuffix         Pic x(30)
                 Value ' -- second supervisor approval'.
       01 OvrdReportTitle          Pic x(30)
                 Value 'Override Register'.
       01 OvrdRptNoneText          Pic x(60) Value
             'No override approvals fall in that date range.'.
       01 OvrdRptHdrPrefix         Pic x(21)
                 Value 'OVERRIDE REGISTER -- '.
       01 OvrdRptColHdrText        Pic x(60)
                 Value 'DATE    TIME      OVERRIDE   SUBJECT'.

      ***************************************************************
      *   Run Forecast Definitions
      ***************************************************************
      *  AB-Forecast prints which JOBSCHED jobs are due on each of
      *  the next N nights from a keyed start date (YYMMDD), using
      *  the same RUNCAL/HOLIDAYS rules as CheckStepDue -- each
      *  forecast night is put through ComputeRunDateDow and
      *  ScanHolidayList in turn with the control record's run date
      *  saved and put back afterwards.  Each job's BATHIST average
      *  elapsed time is taken once into ForeJobTable, and a
      *  night's expected window is the sum of the averages of the
      *  jobs due that night.  A job held for a holiday (RUNCAL
      *  holiday flag 'N') is carried onto the following night.
      *  Month-end, quarter-end, and holiday-carryover nights are
      *  flagged as heavy; a night with jobs held for a holiday is
      *  marked HOLIDAY but is lighter, so it is not counted.  The
      *  unattended run prints the forecast from the current run
      *  date for the number of nights in PMABOUTFCST (7 when not
      *  set).
      ***************************************************************
       77 DLG-Forecast             Pic 9(4) Comp-5 Value 922.
       77 EF-ForeStart             Pic 9(4) Comp-5 Value 350.
       77 EF-ForeNights            Pic 9(4) Comp-5 Value 351.
       77 ForeJobMax               Pic s9(4) Comp-5 Value 500.
       77 ForeNightsMax            Pic s9(4) Comp-5 Value 62.
       77 ForeNightsDefault        Pic s9(4) Comp-5 Value 7.

       01 ForeStart.
          05 ForeStartText         Pic x(06) Value Spaces.
          05 ForeStartNull         Pic x(01).
       01 ForeStartParts Redefines ForeStart.
          05 ForeStartYY           Pic x(02).
          05 ForeStartMM           Pic x(02).
          05 ForeStartDD           Pic x(02).
          05 Filler                Pic x(01).
       01 ForeNights.
          05 ForeNightsText        Pic x(02) Value Spaces.
          05 ForeNightsNull        Pic x(01).
       01 ForeNightsParts Redefines ForeNights.
          05 ForeNightsNum         Pic 9(02).
          05 Filler                Pic x(01).
       01 ForeCancelFlag           Pic x Value 'N'.
          88 ForeWasCancelled      Value 'Y' when set to false is 'N'.
       01 ForeValidFlag            Pic x Value 'N'.
          88 ForeIsValid           Value 'Y' when set to false is 'N'.
       01 ForeSavedRunDate         Pic x(08) Value Spaces.
       01 ForeStartDate            Pic x(08) Value Spaces.
       01 ForeNightCount           Pic s9(4) Comp-5 Value 0.
       01 ForeNightIx              Pic s9(4) Comp-5 Value 0.
       01 ForeNightDate            Pic x(08) Value Spaces.
       01 ForeDueCount             Pic s9(4) Comp-5 Value 0.
       01 ForeHeldCount            Pic s9(4) Comp-5 Value 0.
       01 ForeCarryCount           Pic s9(4) Comp-5 Value 0.
       01 ForeWindowSecs           Pic s9(09) Comp-5 Value 0.
       01 ForeHeavyCount           Pic s9(4) Comp-5 Value 0.
       01 ForeCountDisp            Pic 9(04) Value 0.
       01 ForeMonthEndFlag         Pic x Value 'N'.
          88 ForeIsMonthEnd        Value 'Y' when set to false is 'N'.
       01 ForeQtrEndFlag           Pic x Value 'N'.
          88 ForeIsQtrEnd          Value 'Y' when set to false is 'N'.
       01 ForeJobAtEnd             Pic x Value 'N'.
          88 ForeJobIsAtEnd        Value 'Y' when set to false is 'N'.
       01 ForeJobCount             Pic s9(4) Comp-5 Value 0.
       01 ForeJobIx                Pic s9(4) Comp-5 Value 0.
       01 ForeJobTable.
          05 ForeJobEntry Occurs 500.
             10 ForeJobName        Pic x(08).
             10 ForeJobAvgSecs     Pic s9(09) Comp-5.
             10 ForeJobHasHist     Pic x(01).
             10 ForeJobStatus      Pic x(01).
                88 ForeJobIsDue       Value 'D'.
                88 ForeJobIsCarried   Value 'C'.
                88 ForeJobIsHeld      Value 'H'.
       01 ForePrevStatus           Pic x(01) Value Space.
       01 ForeFlagText             Pic x(40) Value Spaces.
       01 ForeDowNames             Pic x(21)
                 Value 'SUNMONTUEWEDTHUFRISAT'.
       01 ForeDowTable Redefines ForeDowNames.
          05 ForeDowName Occurs 7  Pic x(03).

       01 ForecastTitle            Pic x(30) Value 'Run Forecast'.
       01 ForeBadStartText         Pic x(60) Value
             'Key the start date as YYMMDD.'.
       01 ForeBadNightsText        Pic x(60) Value
             'Key the number of nights, 1 to 62.'.
       01 ForeNoSchedText          Pic x(60) Value
             'There is no job schedule to forecast from.'.
       01 ForeRptHdrPrefix         Pic x(16)
                 Value 'RUN FORECAST -- '.

      ***************************************************************
      *   Cross-File Integrity Check Definitions
      ***************************************************************
      *  AB-Integrity (and the unattended run PMABOUTRUN=CHECK)
      *  reads the batch control files against one another and
      *  prints every inconsistency found by file and key:
      *    - a BATHIST run date with no CUTLOG cutover (the nights
      *      still current on a BATCTL record are not cut over yet
      *      and are passed over);
      *    - a CUTLOG cutover with neither a PASS certification in
      *      CERTLOG nor a CUT-OVRD override (in AUDIT or OVRDREG);
      *    - EXCPDISP, RERUNREQ, JOBDOC, RUNCAL, RCTABLE (other
      *      than *DEFAULT), and INCIDENT rows for a job with no
      *      JOBSCHED entry, and DELIVMST deliverables whose
      *      producing job has none;
      *    - a stale BATLOCK checkout -- held longer than
      *      IntegLockMaxSecs, held by an operator no longer active
      *      on OPERMAST, or on a control key not on BATCTL (the
      *      lock time has no date, so the age is taken within 24
      *      hours);
      *    - no active supervisor on OPERMAST.
      *  Each finding carries a severity and IntegRc is the highest
      *  met: 0 nothing found, 4 orphan rows or a stale lock, 8
      *  a history, cutover, or supervisor gap (or no report could
      *  be printed).  In the unattended CHECK run it is the
      *  program's return code.
      *  The date tables hold IntegDateMax nights each; dates
      *  beyond that are not checked.
      ***************************************************************
       77 IntegDateMax             Pic s9(4) Comp-5 Value 400.
       77 IntegCtlMax              Pic s9(4) Comp-5 Value 20.
       77 IntegLockMaxSecs         Pic s9(9) Comp-5 Value 43200.

       01 IntegRc                  Pic s9(4) Comp-5 Value 0.
       01 IntegRcDisp              Pic 9(02) Value 0.
       01 IntegSeverity            Pic s9(4) Comp-5 Value 0.
       01 IntegFindCount           Pic s9(4) Comp-5 Value 0.
       01 IntegCountDisp           Pic 9(04) Value 0.
       01 IntegFile                Pic x(08) Value Spaces.
       01 IntegKey                 Pic x(17) Value Spaces.
       01 IntegProblem             Pic x(40) Value Spaces.
       01 IntegAtEnd               Pic x Value 'N'.
          88 IntegIsAtEnd          Value 'Y' when set to false is 'N'.
       01 IntegFoundFlag           Pic x Value 'N'.
          88 IntegWasFound         Value 'Y' when set to false is 'N'.
       01 IntegSupFlag             Pic x Value 'N'.
          88 IntegHaveSupervisor   Value 'Y' when set to false is 'N'.
       01 IntegSearchDate          Pic x(08) Value Spaces.
       01 IntegIx                  Pic s9(4) Comp-5 Value 0.
       01 IntegIx2                 Pic s9(4) Comp-5 Value 0.
       01 IntegDateText            Pic x(06) Value Spaces.
       01 IntegNowTime             Pic 9(08) Value 0.
       01 IntegNowParts Redefines IntegNowTime.
          05 IntegNowHH            Pic 9(02).
          05 IntegNowMM            Pic 9(02).
          05 IntegNowSS            Pic 9(02).
          05 IntegNowHs            Pic 9(02).
       01 IntegLockTime            Pic 9(08) Value 0.
       01 IntegLockParts Redefines IntegLockTime.
          05 IntegLockHH           Pic 9(02).
          05 IntegLockMM           Pic 9(02).
          05 IntegLockSS           Pic 9(02).
          05 IntegLockHs           Pic 9(02).
       01 IntegLockAgeSecs         Pic s9(9) Comp-5 Value 0.

       01 IntegHistCount           Pic s9(4) Comp-5 Value 0.
       01 IntegHistTable.
          05 IntegHistEntry Occurs 400.
             10 IntegHistDate      Pic x(08).
             10 IntegHistCut       Pic x(01).
       01 IntegCertCount           Pic s9(4) Comp-5 Value 0.
       01 IntegCertTable.
          05 IntegCertDate Occurs 400 Pic x(08).
       01 IntegOvrdCount           Pic s9(4) Comp-5 Value 0.
       01 IntegOvrdTable.
          05 IntegOvrdDate Occurs 400 Pic x(08).
       01 IntegCtlCount            Pic s9(4) Comp-5 Value 0.
       01 IntegCtlTable.
          05 IntegCtlEntry Occurs 20.
             10 IntegCtlKey        Pic x(08).
             10 IntegCtlDate       Pic x(08).

       01 IntegTitle               Pic x(30) Value 'Integrity Check'.
       01 IntegRptHdrPrefix        Pic x(30)
                 Value 'BATCH FILE INTEGRITY CHECK -- '.
       01 IntegColHdrText          Pic x(60)
                 Value 'FILE     KEY               PROBLEM'.
       01 IntegCleanText           Pic x(60) Value
             'No inconsistencies found across the batch files.'.

      ***************************************************************
      *   Business Deliverable and SLA Definitions
      ***************************************************************
      *  DELIVMST holds one record per business deliverable (the
      *  statement print file to the vendor, the GL feed, ...): an
      *  8-character ID, a description, the JOBSCHED job whose
      *  completion produces it, the contractual deadline (HHMMSShh,
      *  the same form as the schedule's expected times), and the
      *  run-calendar rule for the nights it is owed -- seven Y/N
      *  day-of-week flags (Sunday first), a day of month ('00' when
      *  not day-driven), and a holiday flag ('N' = not owed on a
      *  HOLIDAYS date), exactly as RUNCAL has them.  A deliverable
      *  with no days and no day of month is owed every night its
      *  producing job is due (CheckStepDue).  AB-Deliverables is
      *  the supervisor-only maintenance dialog; it takes the
      *  change ticket and journals like the other masters.
      *
      *  Each night a deliverable is MET (producing job completed
      *  with a return code that is not a failure, at or before the
      *  deadline), MISSED (completed late, failed, or not complete
      *  when the deadline passed), NOT OWED, or -- while the night
      *  is still running and the deadline is yet to come --
      *  PENDING.  Deadlines straddle midnight the way the window
      *  does, so times are pivoted at noon (PivotTimeAtNoon).  The
      *  status is printed on the shift-handoff report and written
      *  to the extract as V records.  AB-SlaReport prints the
      *  monthly attainment for a keyed month (YYMM) over the
      *  nights CERTLOG has for it, judged from BATHIST: nights
      *  owed, nights on time, the percentage, and every miss with
      *  its minutes late.
      ***************************************************************
       77 DLG-DelivMaint           Pic 9(4) Comp-5 Value 923.
       77 EF-DelivId               Pic 9(4) Comp-5 Value 352.
       77 EF-DelivName             Pic 9(4) Comp-5 Value 353.
       77 EF-DelivJob              Pic 9(4) Comp-5 Value 354.
       77 EF-DelivDeadline         Pic 9(4) Comp-5 Value 355.
       77 EF-DelivDays             Pic 9(4) Comp-5 Value 356.
       77 EF-DelivDom              Pic 9(4) Comp-5 Value 357.
       77 EF-DelivHol              Pic 9(4) Comp-5 Value 358.
       77 PB-DelivAdd              Pic 9(4) Comp-5 Value 359.
       77 PB-DelivChange           Pic 9(4) Comp-5 Value 360.
       77 PB-DelivDelete           Pic 9(4) Comp-5 Value 361.

       01 DelivmstStatus           Pic x(02) Value '00'.
          88 DelivmstOk               Value '00'.
          88 DelivmstNotFound         Value '23'.
          88 DelivmstDuplicate        Value '22'.
          88 DelivmstFileMissing      Value '35'.

       01 DelivId.
          05 DelivIdText           Pic x(08) Value Spaces.
          05 DelivIdNull           Pic x(01).
       01 DelivName.
          05 DelivNameText         Pic x(30) Value Spaces.
          05 DelivNameNull         Pic x(01).
       01 DelivJob.
          05 DelivJobText          Pic x(08) Value Spaces.
          05 DelivJobNull          Pic x(01).
       01 DelivDeadline.
          05 DelivDeadlineText     Pic x(08) Value Spaces.
          05 DelivDeadlineNull     Pic x(01).
       01 DelivDays.
          05 DelivDaysText         Pic x(07) Value Spaces.
          05 DelivDaysNull         Pic x(01).
       01 DelivDom.
          05 DelivDomText          Pic x(02) Value Spaces.
          05 DelivDomNull          Pic x(01).
       01 DelivHol.
          05 DelivHolText          Pic x(01) Value Spaces.
          05 DelivHolNull          Pic x(01).

       01 DelivAtEnd               Pic x Value 'N'.
          88 DelivIsAtEnd          Value 'Y' when set to false is 'N'.
       01 DelivValidFlag           Pic x Value 'N'.
          88 DelivFieldsAreValid   Value 'Y' when set to false is 'N'.
       01 DelivOwedFlag            Pic x Value 'N'.
          88 DelivIsOwed           Value 'Y' when set to false is 'N'.
       01 DelivLiveFlag            Pic x Value 'N'.
          88 DelivNightIsLive      Value 'Y' when set to false is 'N'.
       01 DelivAnyFlag             Pic x Value 'N'.
          88 DelivAnyPrinted       Value 'Y' when set to false is 'N'.
       01 DelivCompText            Pic x(08) Value Spaces.
       01 DelivRcText              Pic x(04) Value Spaces.
       01 DelivStatusText          Pic x(08) Value Spaces.
          88 DelivStatusMet           Value 'MET'.
          88 DelivStatusMissed        Value 'MISSED'.
          88 DelivStatusNotOwed       Value 'NOT OWED'.
          88 DelivStatusPending       Value 'PENDING'.
       01 DelivDeadSecs            Pic s9(09) Comp-5 Value 0.
       01 DelivLateMins            Pic s9(09) Comp-5 Value 0.
       01 DelivLateDisp            Pic 9(04) Value 0.
       01 DelivNowTime             Pic 9(08) Value 0.
       01 DelivNote                Pic x(16) Value Spaces.

       01 SlaCount                 Pic s9(4) Comp-5 Value 0.
       01 SlaOwed                  Pic s9(4) Comp-5 Value 0.
       01 SlaOnTime                Pic s9(4) Comp-5 Value 0.
       01 SlaNightIx               Pic s9(4) Comp-5 Value 0.
       01 SlaSavedRunDate          Pic x(08) Value Spaces.
       01 SlaPct                   Pic 9(03) Value 0.
       01 SlaOwedDisp              Pic 9(04) Value 0.
       01 SlaOnTimeDisp            Pic 9(04) Value 0.

       01 DelivMaintTitle          Pic x(30)
                 Value 'Deliverable Maintenance'.
       01 DelivAddedText           Pic x(60)
                 Value 'Deliverable added.'.
       01 DelivChangedText         Pic x(60)
                 Value 'Deliverable changed.'.
       01 DelivDeletedText         Pic x(60)
                 Value 'Deliverable deleted.'.
       01 DelivDupText             Pic x(60)
                 Value 'A deliverable with that ID already exists.'.
       01 DelivNotFoundText        Pic x(60)
                 Value 'No deliverable exists with that ID.'.
       01 DelivBadText             Pic x(60) Value
             'Key the producing job and the deadline (HHMMSShh).'.
       01 DelivPrintHdrText        Pic x(60)
                 Value 'DELIVERABLES FOR RUN DATE '.
       01 DelivColHdrText          Pic x(60) Value
             'DELIV    JOB      DEADLINE COMPLETE STATUS   NOTE'.
       01 SlaTitle                 Pic x(30)
                 Value 'SLA Attainment'.
       01 SlaPromptTitle           Pic x(24)
                 Value 'SLA Report (YYMM)'.
       01 SlaNoneText              Pic x(60) Value
             'No deliverables, or no certified nights in that month.'.
       01 SlaHdrPrefix             Pic x(25)
                 Value 'SLA ATTAINMENT REPORT -- '.

      ***************************************************************
      *   Batch Incident Log Definitions
      ***************************************************************
      *  INCIDENT ties a failed step's pieces together as one
      *  problem, keyed by job + run date.  RaiseAlert opens one
      *  (status OPEN) whenever it raises a STEP-FAIL alert --
      *  assigned to the job's run book contact from JOBDOC, or to
      *  the signed-on operator when the run book names none.  The
      *  incident keeps the start time of the failing step, so the
      *  same failure raised again (a program restart, a second
      *  console) changes nothing; a failure with a different start
      *  time -- a rerun that failed again -- counts against the
      *  same incident, reopening it if it had been closed.  Each
      *  control record loaded also opens an incident for any
      *  failed step of its night that has none yet, so a failure
      *  first seen before a control record was open still gets
      *  one.  A rerun request for the job and night, and the
      *  exception disposition taken at verification, are linked
      *  onto the incident as they are made (attempt and state,
      *  reason and comment) and brought current again whenever the
      *  incident is worked.
      *
      *  AB-Incidents is the console screen for working them: the
      *  list box shows every open incident; the operator keys a
      *  job and run date (YYMMDD) and either reassigns it (an
      *  active OPERMAST operator ID, or blank for the run book
      *  contact) or closes it with a cause code from IncidCauseList
      *  and resolution text.  Read-only operators may look but not
      *  work incidents.  AB-IncidAging prints every open incident
      *  whose night has since been cut over, with the number of
      *  cutovers (CUTLOG) it has stayed open across.
      *
      *  Every open, reassignment, link, and close is also appended
      *  to HDESKOUT, the outbound file the corporate help-desk
      *  system collects, in this fixed 200-byte layout:
      *     1- 4  event         OPEN/FAIL/ASGN/LINK/CLOS
      *                         (FAIL is a repeat failure after a
      *                         rerun)
      *     5-20  incident      job (8) + run date (8)
      *    21-36  event stamp   date YYMMDD (8) + time HHMMSShh (8)
      *    37-42  status        OPEN/CLOSED
      *    43-46  return code   of the latest failure
      *    47-48  failures      count for the night
      *    49-69  assignee      name/ID (20) + kind O/C (1)
      *    70-83  rerun         attempt (2) + state (12)
      *    84-115 disposition   reason (2) + comment (30)
      *   116-179 closure       cause (4) + resolution (60)
      *   180-187 operator      whose action raised the event
      ***************************************************************
       77 DLG-Incident             Pic 9(4) Comp-5 Value 924.
       77 LB-IncidList             Pic 9(4) Comp-5 Value 362.
       77 EF-IncidJob              Pic 9(4) Comp-5 Value 363.
       77 EF-IncidDate             Pic 9(4) Comp-5 Value 364.
       77 EF-IncidAssign           Pic 9(4) Comp-5 Value 365.
       77 EF-IncidCause            Pic 9(4) Comp-5 Value 366.
       77 EF-IncidResol            Pic 9(4) Comp-5 Value 367.
       77 PB-IncidAssign           Pic 9(4) Comp-5 Value 368.
       77 PB-IncidClose            Pic 9(4) Comp-5 Value 369.

       01 IncidentStatus           Pic x(02) Value '00'.
          88 IncidentOk               Value '00'.
          88 IncidentNotFound         Value '23'.
          88 IncidentDuplicate        Value '22'.
          88 IncidentFileMissing      Value '35'.
       01 HdeskStatus              Pic x(02) Value '00'.
          88 HdeskOk                  Value '00'.
          88 HdeskFileMissing         Value '35'.

       01 IncidJob.
          05 IncidJobText          Pic x(08) Value Spaces.
          05 IncidJobNull          Pic x(01).
       01 IncidDate.
          05 IncidDateText         Pic x(06) Value Spaces.
          05 IncidDateNull         Pic x(01).
       01 IncidAssign.
          05 IncidAssignText       Pic x(20) Value Spaces.
          05 IncidAssignNull       Pic x(01).
       01 IncidCause.
          05 IncidCauseText        Pic x(04) Value Spaces.
          05 IncidCauseNull        Pic x(01).
       01 IncidResol.
          05 IncidResolText        Pic x(60) Value Spaces.
          05 IncidResolNull        Pic x(01).

       01 IncidItemText.
          05 IncidItemTextText     Pic x(70) Value Spaces.
          05 IncidItemTextNull     Pic x(01).
       01 hwndIncidList            Pic s9(9) Comp-5 Value 0.
       01 IncidListWndId           Pic 9(9) Comp-5 Value 0.
       01 IncidListMsgId           Pic 9(9) Comp-5 Value 0.
       01 IncidListIndex           Pic s9(9) Comp-5 Value 0.

       01 IncidAtEnd               Pic x Value 'N'.
          88 IncidIsAtEnd          Value 'Y' when set to false is 'N'.
       01 IncidFoundFlag           Pic x Value 'N'.
          88 IncidWasFound         Value 'Y' when set to false is 'N'.
       01 IncidCauseFlag           Pic x Value 'N'.
          88 IncidCauseIsValid     Value 'Y' when set to false is 'N'.
       01 IncidAssignFlag          Pic x Value 'N'.
          88 IncidAssignIsValid    Value 'Y' when set to false is 'N'.
       01 IncidCutAtEnd            Pic x Value 'N'.
          88 IncidCutIsAtEnd       Value 'Y' when set to false is 'N'.
       01 IncidAssignKind          Pic x(01) Value Spaces.

      *  Cause codes an incident may be closed with:
      *    APPL application program   DATA input data
      *    JCL  job setup / JCL       OPER operator action
      *    SYS  system software       HARD hardware
      *    EXT  upstream / external   OTHR anything else
       01 IncidCauseList           Pic x(32)
                 Value 'APPLDATAJCL OPERSYS HARDEXT OTHR'.
       01 IncidCauseTable Redefines IncidCauseList.
          05 IncidCauseCode        Pic x(04) Occurs 8.
       01 IncidCauseIx             Pic s9(4) Comp-5 Value 0.

       01 IncidKeyJob              Pic x(08) Value Spaces.
       01 IncidKeyDate             Pic x(08) Value Spaces.
       01 IncidEvent               Pic x(04) Value Spaces.
       01 IncidDateValue           Pic x(08) Value Spaces.
       01 IncidTimeValue           Pic 9(08) Value 0.
       01 IncidCutCount            Pic s9(4) Comp-5 Value 0.
       01 IncidCutDisp             Pic 9(03) Value 0.
       01 IncidFailDisp            Pic 9(02) Value 0.
       01 IncidAgingCount          Pic 9(04) Value 0.
       01 IncidContactWork         Pic x(20) Value Spaces.
       01 IncidSweepAtEnd          Pic x Value 'N'.
          88 IncidSweepIsAtEnd     Value 'Y' when set to false is 'N'.

       01 IncidentTitle            Pic x(30) Value 'Batch Incidents'.
       01 IncidAgingTitle          Pic x(30)
                 Value 'Incident Aging'.
       01 IncidNotFoundText        Pic x(60)
                 Value 'No incident exists for that job and run date.'.
       01 IncidNotOpenText         Pic x(60)
                 Value 'That incident is already closed.'.
       01 IncidAssignedText        Pic x(60)
                 Value 'Incident reassigned.'.
       01 IncidClosedText          Pic x(60)
                 Value 'Incident closed.'.
       01 IncidBadAssignText       Pic x(60) Value
             'Assign to an active operator ID, or blank for run book.'.
       01 IncidNoContactText       Pic x(60) Value
             'The run book names no contact for that job.'.
       01 IncidBadCauseText        Pic x(60) Value
             'Cause must be APPL DATA JCL OPER SYS HARD EXT or OTHR.'.
       01 IncidNoResolText         Pic x(60)
                 Value 'Key the resolution before closing.'.
       01 IncidAgingHdrText        Pic x(40)
                 Value 'INCIDENTS OPEN ACROSS CUTOVER -- AS OF '.
       01 IncidAgingColText        Pic x(60) Value
             'JOB      NIGHT  OPENED CUTS RC   ASSIGNED TO'.
       01 IncidAgingNoneText       Pic x(60)
                 Value 'No incident is open across a cutover.'.

      ***************************************************************
      *   Scheduler Definition Sync Definitions
      ***************************************************************
      *  The production scheduler writes its job definitions each
      *  night to the sequential file SCHDEXP, one 80-byte record
      *  per job:
      *     1- 8  job name
      *     9-16  expected start       HHMMSShh
      *    17-24  expected completion  HHMMSShh
      *    25-32  predecessor job      (spaces when none)
      *    33-39  run days             seven Y/N flags, Sunday first
      *    40-41  day of month         '00' or spaces when none
      *    42     holiday flag         'N' = not run on holidays
      *    43-80  unused
      *  A job with no run days and no day of month runs every
      *  night, the way a job with no RUNCAL record does here.
      *
      *  AB-SchedSync compares the export with JOBSCHED and RUNCAL
      *  and prints the reconciliation: every job to be added,
      *  changed (start, completion, predecessor, or run-day rule),
      *  or deleted, old and new values side by side.  A supervisor
      *  approves the adds, changes, and deletes (Y/N for each) on
      *  the dialog, keys the change ticket, and presses Apply: the
      *  comparison is made again and every approved difference is
      *  applied in the one pass, each through the change journal
      *  and the audit trail (SYNC-ADD/SYNC-CHG/SYNC-DEL), and the
      *  report is printed showing what was applied.  Nothing is
      *  applied when the export holds more jobs than the table
      *  (SyncJobMax) -- a partial export would read as deletes.
      *  The unattended run prints the reconciliation (never
      *  applies) when PMABOUTSYNC is Y.
      ***************************************************************
       77 DLG-SchedSync            Pic 9(4) Comp-5 Value 925.
       77 EF-SyncAdds              Pic 9(4) Comp-5 Value 370.
       77 EF-SyncChanges           Pic 9(4) Comp-5 Value 371.
       77 EF-SyncDeletes           Pic 9(4) Comp-5 Value 372.
       77 PB-SyncReport            Pic 9(4) Comp-5 Value 373.
       77 PB-SyncApply             Pic 9(4) Comp-5 Value 374.
       77 SyncJobMax               Pic s9(4) Comp-5 Value 500.
       77 SyncDiffMax              Pic s9(4) Comp-5 Value 1000.

       01 SchdexpStatus            Pic x(02) Value '00'.
          88 SchdexpOk                Value '00'.
          88 SchdexpFileMissing       Value '35'.

       01 SyncAdds.
          05 SyncAddsText          Pic x(01) Value 'Y'.
          05 SyncAddsNull          Pic x(01).
       01 SyncChanges.
          05 SyncChangesText       Pic x(01) Value 'Y'.
          05 SyncChangesNull       Pic x(01).
       01 SyncDeletes.
          05 SyncDeletesText       Pic x(01) Value 'N'.
          05 SyncDeletesNull       Pic x(01).

       01 SyncRunSwitch            Pic x(01) Value Spaces.
          88 SyncIsRequested          Value 'Y'.
       01 SyncApplyFlag            Pic x Value 'N'.
          88 SyncApplyRequested    Value 'Y' when set to false is 'N'.
       01 SyncOverflowFlag         Pic x Value 'N'.
          88 SyncDidOverflow       Value 'Y' when set to false is 'N'.
       01 SyncAtEnd                Pic x Value 'N'.
          88 SyncIsAtEnd           Value 'Y' when set to false is 'N'.
       01 SyncFoundFlag            Pic x Value 'N'.
          88 SyncJobWasFound       Value 'Y' when set to false is 'N'.
       01 SyncCalFlag              Pic x Value 'N'.
          88 SyncCalWasFound       Value 'Y' when set to false is 'N'.
       01 SyncApprovedFlag         Pic x Value 'N'.
          88 SyncDiffIsApproved    Value 'Y' when set to false is 'N'.

       01 SyncExpCount             Pic s9(4) Comp-5 Value 0.
       01 SyncExpIx                Pic s9(4) Comp-5 Value 0.
       01 SyncExpFoundIx           Pic s9(4) Comp-5 Value 0.
       01 SyncExpTable.
          05 SyncExpEntry Occurs 500.
             10 SyncExpJob         Pic x(08).
             10 SyncExpStart       Pic x(08).
             10 SyncExpComp        Pic x(08).
             10 SyncExpPred        Pic x(08).
             10 SyncExpDays        Pic x(07).
             10 SyncExpDom         Pic x(02).
             10 SyncExpHol         Pic x(01).
             10 SyncExpMatched     Pic x(01).

       01 SyncDiffCount            Pic s9(4) Comp-5 Value 0.
       01 SyncDiffIx               Pic s9(4) Comp-5 Value 0.
       01 SyncDiffTable.
          05 SyncDiffEntry Occurs 1000.
             10 SyncDiffJob        Pic x(08).
             10 SyncDiffFile       Pic x(08).
             10 SyncDiffAction     Pic x(03).
             10 SyncDiffBefore     Pic x(40).
             10 SyncDiffAfter      Pic x(40).
             10 SyncDiffResult     Pic x(12).

       01 SyncNewFile              Pic x(08) Value Spaces.
       01 SyncNewAction            Pic x(03) Value Spaces.
       01 SyncNewBefore            Pic x(40) Value Spaces.
       01 SyncNewAfter             Pic x(40) Value Spaces.

       01 SyncImageWork            Pic x(40) Value Spaces.
       01 SyncImageSched Redefines SyncImageWork.
          05 SyncImgSchedJob       Pic x(08).
          05 SyncImgSchedStart     Pic x(08).
          05 SyncImgSchedComp      Pic x(08).
          05 SyncImgSchedPred      Pic x(08).
          05 Filler                Pic x(08).
       01 SyncImageCal Redefines SyncImageWork.
          05 SyncImgCalJob         Pic x(08).
          05 SyncImgCalDays        Pic x(07).
          05 SyncImgCalDom         Pic x(02).
          05 SyncImgCalHol         Pic x(01).
          05 Filler                Pic x(22).
       01 SyncImageLabel           Pic x(04) Value Spaces.

       01 SyncAddCount             Pic 9(04) Value 0.
       01 SyncChgCount             Pic 9(04) Value 0.
       01 SyncDelCount             Pic 9(04) Value 0.
       01 SyncAppliedCount         Pic 9(04) Value 0.
       01 SyncExpDisp              Pic 9(04) Value 0.
       01 SyncDoneText             Pic x(60) Value Spaces.

       01 SyncTitle                Pic x(30)
                 Value 'Scheduler Definition Sync'.
       01 SyncNoExportText         Pic x(60) Value
             'No scheduler definition export (SCHDEXP) found.'.
       01 SyncOverflowText         Pic x(60) Value
             'Export has more jobs than can be compared; not applied.'.
       01 SyncRptHdrText           Pic x(40)
                 Value 'SCHEDULER DEFINITION RECONCILIATION'.
       01 SyncApplyHdrText         Pic x(40)
                 Value 'SCHEDULER DEFINITIONS APPLIED'.
       01 SyncNoDiffText           Pic x(60)
                 Value 'JOBSCHED and RUNCAL agree with the export.'.

      ***************************************************************
      *   Generation Backup Definitions
      ***************************************************************
      *  The control and master files (GenFileList) are copied as a
      *  set into a generation directory BKyymmdd.nnn -- the date
      *  taken, and the last three digits of the generation number
      *  -- automatically before every cutover and on demand from
      *  AB-Backup.  An indexed file is copied with its .IDX index.
      *  A file not yet created is simply not in the generation.
      *  Every generation kept is registered in the sequential
      *  catalog GENCAT; the oldest beyond GenRetention (set by the
      *  BACKKEEP environment variable, default 7) are deleted from
      *  disk as each new one is registered.  A generation that
      *  could not be copied whole is removed, never catalogued.
      *
      *  A supervisor may restore one file to a chosen generation
      *  (keyed zero-filled as the list shows it).  The restore is
      *  refused while any control record is checked out in
      *  BATLOCK, and the current set is first taken as a RESTORE
      *  generation so the restore itself can be undone.  Backups,
      *  restores, and refusals go to the audit trail (BKUP-TAKE,
      *  BKUP-FAIL, BKUP-REST, BKUP-RFAIL, BKUP-REFU).
      ***************************************************************
       77 DLG-Backup               Pic 9(4) Comp-5 Value 926.
       77 LB-GenList               Pic 9(4) Comp-5 Value 375.
       77 EF-GenFile               Pic 9(4) Comp-5 Value 376.
       77 EF-GenNumber             Pic 9(4) Comp-5 Value 377.
       77 PB-GenTake               Pic 9(4) Comp-5 Value 378.
       77 PB-GenRestore            Pic 9(4) Comp-5 Value 379.
       77 GenFileMax               Pic s9(4) Comp-5 Value 15.
       77 GenCatalogMax            Pic s9(4) Comp-5 Value 99.

       01 GencatStatus             Pic x(02) Value '00'.
          88 GencatOk                 Value '00'.
          88 GencatFileMissing        Value '35'.

       01 GenFile.
          05 GenFileText           Pic x(08) Value Spaces.
          05 GenFileNull           Pic x(01).
       01 GenNumber.
          05 GenNumberText         Pic x(05) Value Spaces.
          05 GenNumberNull         Pic x(01).
       01 GenNumberValue Redefines GenNumber.
          05 GenNumberDigits       Pic 9(05).
          05 Filler                Pic x(01).

      *  The files backed up, each with I (indexed, copied with its
      *  index) or S (sequential).  BATLOCK is not included: a lock
      *  belongs to the console session that took it, and restoring
      *  one would strand a record as checked out.
       01 GenFileList.
          05 Filler                Pic x(09) Value 'BATCTL  I'.
          05 Filler                Pic x(09) Value 'BATSTAT I'.
          05 Filler                Pic x(09) Value 'JOBSCHEDI'.
          05 Filler                Pic x(09) Value 'RUNCAL  I'.
          05 Filler                Pic x(09) Value 'HOLIDAYSS'.
          05 Filler                Pic x(09) Value 'OPERMASTI'.
          05 Filler                Pic x(09) Value 'JOBDOC  I'.
          05 Filler                Pic x(09) Value 'BATHIST I'.
          05 Filler                Pic x(09) Value 'RERUNREQI'.
          05 Filler                Pic x(09) Value 'EXCPDISPI'.
          05 Filler                Pic x(09) Value 'PASSNOTEI'.
          05 Filler                Pic x(09) Value 'RCTABLE I'.
          05 Filler                Pic x(09) Value 'DELIVMSTI'.
          05 Filler                Pic x(09) Value 'INCIDENTI'.
          05 Filler                Pic x(09) Value 'PROFILE I'.
       01 GenFileTable Redefines GenFileList.
          05 GenFileEntry Occurs 15.
             10 GenFileName        Pic x(08).
             10 GenFileKind        Pic x(01).
                88 GenFileIsIndexed   Value 'I'.
       01 GenFileIx                Pic s9(4) Comp-5 Value 0.
       01 GenFileFoundIx           Pic s9(4) Comp-5 Value 0.

       01 GenReason                Pic x(08) Value Spaces.
       01 GenDateText              Pic x(06) Value Spaces.
       01 GenTimeValue             Pic 9(08) Value 0.
       01 GenNextNo                Pic 9(05) Value 0.
       01 GenNoDisc                Pic 9(05) Value 0.
       01 GenDirSeq                Pic 9(03) Value 0.
       01 GenDirName               Pic x(12) Value Spaces.
       01 GenWorkDir               Pic x(12) Value Spaces.
       01 GenCopyCount             Pic 9(02) Value 0.
       01 GenSourceName            Pic x(40) Value Spaces.
       01 GenTargetName            Pic x(40) Value Spaces.
       01 GenFileDetail            Pic x(16) Value Spaces.
       01 GenCopyFlag              Pic x Value 'N'.
          88 GenCopyFailed         Value 'Y' when set to false is 'N'.
       01 GenExistFlag             Pic x Value 'N'.
          88 GenSourceExists       Value 'Y' when set to false is 'N'.
       01 GenAtEnd                 Pic x Value 'N'.
          88 GenIsAtEnd            Value 'Y' when set to false is 'N'.
       01 GenLockFlag              Pic x Value 'N'.
          88 GenLockIsActive       Value 'Y' when set to false is 'N'.
       01 GenRefuseFlag            Pic x Value 'N'.
          88 GenRestoreRefused     Value 'Y' when set to false is 'N'.
       01 GenRestDir               Pic x(12) Value Spaces.
       01 GenRestSaveDir           Pic x(12) Value Spaces.
       01 GenRollFlag              Pic x Value 'N'.
          88 GenRollFailed         Value 'Y' when set to false is 'N'.
       01 GenRestNo                Pic 9(05) Value 0.

       01 GencatCount              Pic s9(4) Comp-5 Value 0.
       01 GencatIx                 Pic s9(4) Comp-5 Value 0.
       01 GencatFoundIx            Pic s9(4) Comp-5 Value 0.
       01 GencatTable.
          05 GencatEntry Occurs 99.
             10 GencatEntNo        Pic 9(05).
             10 GencatEntDir       Pic x(12).
             10 GencatEntDate      Pic x(06).
             10 GencatEntTime      Pic x(08).
             10 GencatEntReason    Pic x(08).
             10 GencatEntOper      Pic x(08).
             10 GencatEntRunDate   Pic x(08).
             10 GencatEntFiles     Pic 9(02).
       01 GenRetention             Pic 9(02) Value 7.
       01 GenRetentionEnv.
          05 GenRetEnvC1           Pic x(01) Value Space.
          05 GenRetEnvC2           Pic x(01) Value Space.

       01 GenItemText.
          05 GenItemTextText       Pic x(70) Value Spaces.
          05 GenItemTextNull       Pic x(01).
       01 hwndGenList              Pic s9(9) Comp-5 Value 0.
       01 GenListWndId             Pic 9(9) Comp-5 Value 0.
       01 GenListMsgId             Pic 9(9) Comp-5 Value 0.
       01 GenListIndex             Pic s9(9) Comp-5 Value 0.

       01 GenAskTitle.
          05 GenAskTitleText       Pic x(20)
                    Value 'Generation Restore'.
          05 GenAskTitleNull       Pic x(01).
       01 GenAskMsg.
          05 GenAskMsgText         Pic x(60) Value Spaces.
          05 GenAskMsgNull         Pic x(01).

       01 GenDoneText              Pic x(60) Value Spaces.
       01 GenTitle                 Pic x(30)
                 Value 'Generation Backups'.
       01 GenFailText              Pic x(60) Value
             'Backup could not be completed -- no generation kept.'.
       01 GenCutFailText           Pic x(60) Value
             'Pre-cutover backup failed -- cutover refused.'.
       01 GenBadFileText           Pic x(60) Value
             'That file is not one of the files backed up.'.
       01 GenBadNumberText         Pic x(60) Value
             'Key a generation number from the catalog list.'.
       01 GenNotInGenText          Pic x(60) Value
             'That file is not in the chosen generation.'.
       01 GenSafetyFailText        Pic x(60) Value
             'Current files could not be backed up -- not restored.'.
       01 GenBatctlGoneText        Pic x(60) Value
             'Control record not in restored BATCTL -- reopen it.'.

      ***************************************************************
      *   Prior-Night Inquiry Definitions
      ***************************************************************
      *  AB-NightInq is a read-only view of any night already run,
      *  put together from history: each step from BATHIST (start,
      *  completion, return code and state, elapsed time against
      *  the job's BATHIST average), the certifications (CERTLOG),
      *  the cutover and any override with its approver (CUTLOG,
      *  OVRDREG), exception dispositions (EXCPDISP), rerun
      *  requests (RERUNREQ), alerts with their acknowledgements
      *  (ALERTS), and the pass-down notes (PASSNOTE).  The run date
      *  is keyed YYMMDD.  Reprint prints that night's shift-handoff
      *  report as it would have looked: the handoff report's own
      *  sections are driven from the night's BATHIST steps with
      *  the in-memory run date, operator (the one who cut the
      *  night over), and shift (as keyed, or the current shift
      *  when blank) stepped to that night and put back after.
      ***************************************************************
       77 DLG-NightInq             Pic 9(4) Comp-5 Value 927.
       77 EF-NightDate             Pic 9(4) Comp-5 Value 380.
       77 EF-NightShift            Pic 9(4) Comp-5 Value 381.
       77 LB-NightList             Pic 9(4) Comp-5 Value 382.
       77 PB-NightShow             Pic 9(4) Comp-5 Value 383.
       77 PB-NightReprint          Pic 9(4) Comp-5 Value 384.
       77 NightStepMax             Pic s9(4) Comp-5 Value 500.

       01 NightDate.
          05 NightDateText         Pic x(06) Value Spaces.
          05 NightDateNull         Pic x(01).
       01 NightShift.
          05 NightShiftText        Pic x(01) Value Spaces.
          05 NightShiftNull        Pic x(01).

       01 NightRunDate             Pic x(08) Value Spaces.
       01 NightSavedRunDate        Pic x(08) Value Spaces.
       01 NightSavedOper           Pic x(08) Value Spaces.
       01 NightSavedShift          Pic x(01) Value Spaces.
       01 NightCutOper             Pic x(08) Value Spaces.
       01 NightCutTime             Pic 9(08) Value 0.
       01 NightCutOverride         Pic x(01) Value Spaces.
       01 NightCutFlag             Pic x Value 'N'.
          88 NightWasCutOver       Value 'Y' when set to false is 'N'.
       01 NightReprintFlag         Pic x Value 'N'.
          88 NightIsReprint        Value 'Y' when set to false is 'N'.
       01 NightAtEnd               Pic x Value 'N'.
          88 NightIsAtEnd          Value 'Y' when set to false is 'N'.
       01 NightAnyFlag             Pic x Value 'N'.
          88 NightFoundAny         Value 'Y' when set to false is 'N'.

      *  The night's steps from BATHIST, in job order -- loaded once
      *  so the average lookups (which reposition BATHIST) and the
      *  reprint never disturb a scan in progress.
       01 NightStepCount           Pic s9(4) Comp-5 Value 0.
       01 NightStepIx              Pic s9(4) Comp-5 Value 0.
       01 NightStepFoundIx         Pic s9(4) Comp-5 Value 0.
       01 NightFindJob             Pic x(08) Value Spaces.
       01 NightStepTable.
          05 NightStepEntry Occurs 500.
             10 NightStepJob       Pic x(08).
             10 NightStepStart     Pic x(08).
             10 NightStepComp      Pic x(08).
             10 NightStepRc        Pic x(04).

       01 NightElapText            Pic x(08) Value Spaces.
       01 NightAvgText             Pic x(08) Value Spaces.
       01 NightDiffText            Pic x(09) Value Spaces.
       01 NightElapSecs            Pic s9(09) Comp-5 Value 0.
       01 NightTimeWork            Pic 9(08) Value 0.
       01 NightTimeParts Redefines NightTimeWork.
          05 NightTimeHH           Pic 9(02).
          05 NightTimeMM           Pic 9(02).
          05 NightTimeSS           Pic 9(02).
          05 NightTimeHs           Pic 9(02).
       01 NightTimeText            Pic x(08) Value Spaces.
       01 NightExcDisp             Pic 9(03) Value 0.
       01 NightAttDisp             Pic 9(02) Value 0.

       01 NightItemText.
          05 NightItemTextText     Pic x(80) Value Spaces.
          05 NightItemTextNull     Pic x(01).
       01 hwndNightList            Pic s9(9) Comp-5 Value 0.
       01 NightListWndId           Pic 9(9) Comp-5 Value 0.
       01 NightListMsgId           Pic 9(9) Comp-5 Value 0.
       01 NightListIndex           Pic s9(9) Comp-5 Value 0.

       01 NightTitle               Pic x(30)
                 Value 'Prior-Night Inquiry'.
       01 NightBadDateText         Pic x(60)
                 Value 'Key the run date as YYMMDD.'.
       01 NightNoHistText          Pic x(60) Value
             'No steps or cutover on file for that night.'.
       01 NightReprintText         Pic x(60) Value
             'REPRINTED FROM HISTORY -- '.

      *=============================================================*
      *  Presentation Manager header file definitions converted
      *  to COBOL define statements.
