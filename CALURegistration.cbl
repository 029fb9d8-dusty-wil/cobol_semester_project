           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StandFileStatus.

       SELECT offer-file
           ASSIGN TO "offerC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OfferFileStatus.

       SELECT offer-file-new
           ASSIGN TO "offerC.txt.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT overload-file
           ASSIGN TO "overloadC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OvlFileStatus.

       SELECT overload-file-new
           ASSIGN TO "overloadC.txt.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT gsheet-file
           ASSIGN TO "gradesheetC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GsFileStatus.

       SELECT gradeexc-file
           ASSIGN TO "gradeexc.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT gradechg-file
           ASSIGN TO "gradechgC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GradeChgFileStatus.

       SELECT liab-file
           ASSIGN TO "liabC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LiabFileStatus.

       SELECT liab-file-new
           ASSIGN TO "liabC.txt.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT plan-file
           ASSIGN TO "planC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PlanFileStatus.

       SELECT plan-file-new
           ASSIGN TO "planC.txt.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT glmap-file
           ASSIGN TO "glmapC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GlMapFileStatus.

       SELECT glper-file
           ASSIGN TO "glperiodC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GlPerFileStatus.

       SELECT gltuit-file
           ASSIGN TO "gltuitC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GlTuitFileStatus.

       SELECT gl-file
           ASSIGN TO "glC.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT enrollver-file
           ASSIGN TO "enrollverC.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT enrollsub-file
           ASSIGN TO "enrollsubC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EnrSubFileStatus.

       SELECT verletter-file
           ASSIGN TO "verletterC.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT gradapp-file
           ASSIGN TO "gradappC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GradAppFileStatus.

       SELECT gradapp-file-new
           ASSIGN TO "gradappC.txt.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT notice-file
           ASSIGN TO "noticeC.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT operator-file
           ASSIGN TO "operC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OperFileStatus.

       SELECT operator-file-new
           ASSIGN TO "operC.txt.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT examblk-file
           ASSIGN TO "examblkC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExamBlkFileStatus.

       SELECT exam-file
           ASSIGN TO "examC.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *=================================================================
       
       DATA DIVISION.
           05 StudentPhoneIn           PIC X(12).
           05 FILLER                   PIC X VALUE SPACES.
           05 StudentClassLvlIn        PIC X(2).
           05 FILLER                   PIC X VALUE SPACES.
           05 StudentDegreeIn          PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 StudentDegMajorIn        PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 StudentConferDateIn      PIC 9(8).

       FD course-file
           LABEL RECORDS ARE OMITTED.
           05 CourseBldgIn             PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 CourseRoomIn             PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 CourseMinEnrollIn        PIC X(3).

       FD registration-file
           LABEL RECORDS ARE OMITTED.
           05 SemesterCodeIn           PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 RegSectionIn             PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 RegStatusIn              PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 RegDropDateIn            PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 RegLiabPctIn             PIC 999.

       FD student-file-new
           LABEL RECORDS ARE OMITTED.
           05 StudentPhoneOut          PIC X(12).
           05 FILLER                   PIC X VALUE SPACES.
           05 StudentClassLvlOut       PIC X(2).
           05 FILLER                   PIC X VALUE SPACES.
           05 StudentDegreeOut         PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 StudentDegMajorOut       PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 StudentConferDateOut     PIC 9(8).

       FD course-file-new
           LABEL RECORDS ARE OMITTED.
           05 CourseBldgOut            PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 CourseRoomOut            PIC 9(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 CourseMinEnrollOut       PIC 999.

       FD registration-file-new
           LABEL RECORDS ARE OMITTED.
           05 SemesterCodeOut          PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 RegSectionOut            PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 RegStatusOut             PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 RegDropDateOut           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 RegLiabPctOut            PIC 999.

       FD report-file
           LABEL RECORDS ARE OMITTED.
           LABEL RECORDS ARE OMITTED.

       01 audit-record.
           05 FILLER                   PIC X(100).

       FD waitlist-file
           LABEL RECORDS ARE OMITTED.
           05 BatchSemesterIn          PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 BatchSectionIn           PIC X(2).
           05 FILLER                   PIC X VALUE SPACES.
           05 BatchDateIn              PIC X(8).

       FD exception-file
           LABEL RECORDS ARE OMITTED.
           05 ArchSemesterIn           PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 ArchSectionIn            PIC X(2).
           05 FILLER                   PIC X VALUE SPACES.
           05 ArchStatusIn             PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 ArchDropDateIn           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 ArchLiabPctIn            PIC 999.

       FD checkpoint-file
           LABEL RECORDS ARE OMITTED.
           05 FILLER                   PIC X VALUE SPACES.
           05 HoldRelByOut             PIC X(10).

       FD offer-file
           LABEL RECORDS ARE OMITTED.

      * One row per section offered in a term: the meeting days,
      * time, instructor, room and seats the section runs with in
      * that term only. The course master row stays the catalog
      * default for any term that has no offerings keyed.
       01 offer-record.
           05 OffTermIn                PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffCourNumIn             PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffSectionIn             PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 OffDaysIn                PIC X(3).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffTimeIn                PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffProfIn                PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffBldgIn                PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffRoomIn                PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffMaxSeatsIn            PIC 999.

       FD offer-file-new
           LABEL RECORDS ARE OMITTED.

       01 offer-record-new.
           05 OffTermOut               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffCourNumOut            PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffSectionOut            PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 OffDaysOut               PIC X(3).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffTimeOut               PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffProfOut               PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffBldgOut               PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffRoomOut               PIC 9(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffMaxSeatsOut           PIC 999.

       FD overload-file
           LABEL RECORDS ARE OMITTED.

      * Advisor-approved credit maximum for one student in one
      * term, with the advisor's initials and the date recorded.
       01 overload-record.
           05 OvlStuNumIn              PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlTermIn                PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlMaxIn                 PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlAdvisorIn             PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlDateIn                PIC 9(8).

       FD overload-file-new
           LABEL RECORDS ARE OMITTED.

       01 overload-record-new.
           05 OvlStuNumOut             PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlTermOut               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlMaxOut                PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlAdvisorOut            PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlDateOut               PIC 9(8).

       FD gsheet-file
           LABEL RECORDS ARE OMITTED.

      * Instructor grade sheets, one per course section: an H line
      * for the section, then a G line per student.
       01 gsheet-record.
           05 GsTypeIn                 PIC X.
           05 FILLER                   PIC X.
           05 GsStuNumIn               PIC X(5).
           05 FILLER                   PIC X.
           05 GsLetterIn               PIC X(2).

       01 gsheet-header-record.
           05 GsHdrTypeIn              PIC X.
           05 FILLER                   PIC X.
           05 GsHdrTermIn              PIC X(6).
           05 FILLER                   PIC X.
           05 GsHdrCourNumIn           PIC X(6).
           05 FILLER                   PIC X.
           05 GsHdrSectionIn           PIC X(2).
           05 FILLER                   PIC X.
           05 GsHdrReasonIn            PIC X(4).
           05 FILLER                   PIC X.
           05 GsHdrApproverIn          PIC X(10).

       FD gradeexc-file
           LABEL RECORDS ARE OMITTED.

       01 gradeexc-record.
           05 FILLER                   PIC X(80).

       FD gradechg-file
           LABEL RECORDS ARE OMITTED.

      * Every change to a grade in a closed term: when, who, the
      * letter before and after, why and who approved it.
       01 gradechg-record.
           05 GcDateOut                PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GcStuNumOut              PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 GcCourNumOut             PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 GcSemesterOut            PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 GcOldLetterOut           PIC X(2).
           05 FILLER                   PIC X VALUE SPACES.
           05 GcNewLetterOut           PIC X(2).
           05 FILLER                   PIC X VALUE SPACES.
           05 GcReasonOut              PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 GcApproverOut            PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 GcSourceOut              PIC X(6).

       FD liab-file
           LABEL RECORDS ARE OMITTED.

      * Bursar's tuition refund schedule for withdrawals: a refund
      * percentage for each band of weeks, per term or ALL terms.
       01 liab-record.
           05 LiabTermIn               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 LiabThruWeekIn           PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 LiabRefundPctIn          PIC 999.

       FD liab-file-new
           LABEL RECORDS ARE OMITTED.

       01 liab-record-new.
           05 LiabTermOut              PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 LiabThruWeekOut          PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 LiabRefundPctOut         PIC 999.

       FD plan-file
           LABEL RECORDS ARE OMITTED.

      * Installment payment plans arranged with the bursar: one row
      * per installment of a student's plan for a term.
       01 plan-record.
           05 PlanStuNumIn             PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanTermIn               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanInstNumIn            PIC 9.
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanDueDateIn            PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanAmountIn             PIC 9(6)V99.

       FD plan-file-new
           LABEL RECORDS ARE OMITTED.

       01 plan-record-new.
           05 PlanStuNumOut            PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanTermOut              PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanInstNumOut           PIC 9.
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanDueDateOut           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanAmountOut            PIC 9(6)V99.

       FD glmap-file
           LABEL RECORDS ARE OMITTED.

      * Business office account mapping: the debit and credit
      * accounts each journal transaction type posts to. The key
      * is a department for TUITION, an aid code for AID, or ALL
      * as the catch-all for the type.
       01 glmap-record.
           05 GlMapTypeIn              PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlMapKeyIn               PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlMapDebitIn             PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlMapCreditIn            PIC X(10).

       FD glper-file
           LABEL RECORDS ARE OMITTED.

      * One line per journal extract produced: T for a term, D for
      * a date range, so the same activity is never posted twice.
       01 glper-record.
           05 GlPerKindIn              PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 GlPerTermIn              PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlPerFromIn              PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlPerToIn                PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlPerRunDateIn           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlPerLinesIn             PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlPerTotalIn             PIC 9(9)V99.

       FD gltuit-file
           LABEL RECORDS ARE OMITTED.

      * Tuition revenue each journal extract posted, by term,
      * course and department: P posted, R reversed. What a term's
      * courses have posted so far is the sum of its lines, so a
      * later extract posts only the change since.
       01 gltuit-record.
           05 GlTuiTermIn              PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlTuiCourseIn            PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlTuiMapKeyIn            PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlTuiKindIn              PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 GlTuiRunDateIn           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlTuiAmtIn               PIC 9(9)V99.

       FD gl-file
           LABEL RECORDS ARE OMITTED.

       01 gl-record.
           05 FILLER                   PIC X(80).

       FD enrollver-file
           LABEL RECORDS ARE OMITTED.

       01 enrollver-record.
           05 FILLER                   PIC X(120).

       FD enrollsub-file
           LABEL RECORDS ARE OMITTED.

      * Every enrollment status sent to the clearinghouse, so the
      * next submission can flag what has changed since.
       01 enrollsub-record.
           05 EnrSubStuNumIn           PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 EnrSubTermIn             PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 EnrSubStatusIn           PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 EnrSubCreditsIn          PIC 999.
           05 FILLER                   PIC X VALUE SPACES.
           05 EnrSubDateIn             PIC 9(8).

       FD verletter-file
           LABEL RECORDS ARE OMITTED.

       01 verletter-record.
           05 FILLER                   PIC X(80).

       FD gradapp-file
           LABEL RECORDS ARE OMITTED.

      * Graduation applications: the term the student intends to
      * finish and the degree and major applied for. Status is
      * A applied, C cleared, N not cleared or G degree conferred.
      * The reason says why the last clearance run did not clear
      * the student, or when the degree was conferred.
       01 gradapp-record.
           05 GradAppStuNumIn          PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppTermIn            PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppDegreeIn          PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppMajorIn           PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppStatusIn          PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppDateIn            PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppReasonIn          PIC X(80).

       FD gradapp-file-new
           LABEL RECORDS ARE OMITTED.

       01 gradapp-record-new.
           05 GradAppStuNumOut         PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppTermOut           PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppDegreeOut         PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppMajorOut          PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppStatusOut         PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppDateOut           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GradAppReasonOut         PIC X(80).

       FD notice-file
           LABEL RECORDS ARE OMITTED.

       01 notice-record.
           05 FILLER                   PIC X(80).

      * Operator master: one row per person allowed to sign on.
      * Role is REGISTRAR, BURSAR, ADVISOR or READONLY; status A
      * active or L locked after repeated failed sign-ons.
       FD operator-file
           LABEL RECORDS ARE OMITTED.

       01 operator-record.
           05 OperIdIn                 PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperNameIn               PIC X(20).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperPassIn               PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperRoleIn               PIC X(9).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperStatusIn             PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 OperFailsIn              PIC X.

       FD operator-file-new
           LABEL RECORDS ARE OMITTED.

       01 operator-record-new.
           05 OperIdOut                PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperNameOut              PIC X(20).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperPassOut              PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperRoleOut              PIC X(9).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperStatusOut            PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 OperFailsOut             PIC 9.

      * Registrar's exam-block mapping: the final exam day (1 = the
      * first day of finals week) and time slot a class meeting
      * pattern sits its exam in. Term is a semester code, or ALL
      * for the standing grid; a row for the term wins over ALL.
       FD examblk-file
           LABEL RECORDS ARE OMITTED.

       01 examblk-record.
           05 ExbTermIn                PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExbDaysIn                PIC X(3).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExbTimeIn                PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExbDayIn                 PIC 9.
           05 FILLER                   PIC X VALUE SPACES.
           05 ExbSlotIn                PIC 9.
           05 FILLER                   PIC X VALUE SPACES.
           05 ExbStartIn               PIC X(7).

       FD exam-file
           LABEL RECORDS ARE OMITTED.

       01 exam-record.
           05 FILLER                   PIC X(100).

       WORKING-STORAGE SECTION.
       
       77 EOF                          PIC x(3).
       77 RoomFileStatus               PIC XX.
       77 JobFileStatus                PIC XX.
       77 StandFileStatus              PIC XX.
       77 OfferFileStatus              PIC XX.
       77 OvlFileStatus                PIC XX.
       77 StandEOF                     PIC X(3).
       77 GsFileStatus                 PIC XX.
       77 GradeChgFileStatus           PIC XX.
       77 LiabFileStatus               PIC XX.
       77 PlanFileStatus               PIC XX.
       77 GradAppFileStatus            PIC XX.
       77 GlMapFileStatus              PIC XX.
       77 GlPerFileStatus              PIC XX.
       77 GlTuitFileStatus             PIC XX.
       77 EnrSubFileStatus             PIC XX.
       77 OperFileStatus               PIC XX.
       77 ExamBlkFileStatus            PIC XX.
       77 JobMode                      PIC 9 VALUE 0.
       77 JobStepCount                 PIC 999 VALUE 0.
       77 JobErrCount                  PIC 999 VALUE 0.
       77 CurrentDate                  PIC 9(8).
       77 ChangesSinceSave             PIC 999 VALUE 0.
       77 CheckpointLimit              PIC 999 VALUE 25.
       77 MaxTermLoad                  PIC 99 VALUE 18.
       77 ProbTermLoad                 PIC 99 VALUE 12.
       77 FullTimeCredits              PIC 99 VALUE 12.
       77 ThreeQtrCredits              PIC 99 VALUE 9.
       77 HalfTimeCredits              PIC 99 VALUE 6.
       77 MaxSignonFails               PIC 9 VALUE 3.
       77 JobOperatorId                PIC X(8) VALUE "CALUJOB".
       77 StandLookupNum               PIC 99999.
       77 LatestStandTerm              PIC X(6).
       77 LatestStandCode              PIC X(4).
       77 OvlLookupNum                 PIC 99999.
       77 OvlLookupTerm                PIC X(6).
       77 LastChkDate                  PIC 9(6) VALUE 0.
       77 LastChkTime                  PIC 9(8) VALUE 0.
       77 RecoverCount                 PIC 999 VALUE 0.
           05 EsThresholdChoice        PIC 999.
           05 RefFromDateChoice        PIC 9(8).
           05 RefToDateChoice          PIC 9(8).
           05 BinaryConfirmChoice      PIC 9.
           05 AttributeChoice          PIC 99.
           05 GradeLetterChoice        PIC X(2).
           05 ModOfferChoice           PIC 9.
           05 RollFromTermChoice       PIC X(6).
           05 RollToTermChoice         PIC X(6).
           05 ModOverloadChoice        PIC 9.
           05 ModLiabChoice            PIC 9.
           05 DropDateChoice           PIC X(8).
           05 ModPlanChoice            PIC 9.
           05 DelqTermChoice           PIC X(6).
           05 DelqHoldChoice           PIC 9.
           05 GlModeChoice             PIC 9.
           05 GlTermChoice             PIC X(6).
           05 GlFromChoice             PIC 9(8).
           05 GlToChoice               PIC 9(8).
           05 ModVerChoice             PIC 9.
           05 VerTermChoice            PIC X(6).
           05 ModGradChoice            PIC 9.
           05 ModOperChoice            PIC 9.
           05 OperIdChoice             PIC X(8).
           05 OperPassChoice           PIC X(8).
           05 GradTermChoice           PIC X(6).
           05 GradDateChoice           PIC X(8).
           05 CanTermChoice            PIC X(6).
           05 CanConfirmAll            PIC 9.
           05 ExamTermChoice           PIC X(6).
       
       01 student-tables.
           05 StudentNumber            PIC 99999 OCCURS 500 TIMES.
           05 StudentEmail             PIC X(25) OCCURS 500 TIMES.
           05 StudentPhone             PIC X(12) OCCURS 500 TIMES.
           05 StudentClassLvl          PIC X(2)  OCCURS 500 TIMES.
           05 StudentDegree            PIC X(4)  OCCURS 500 TIMES.
           05 StudentDegMajor          PIC X(7)  OCCURS 500 TIMES.
           05 StudentConferDate        PIC 9(8)  OCCURS 500 TIMES.

       01 new-student.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 CourseSection            PIC 99    OCCURS 500 TIMES.
           05 CourseBldg               PIC X(10) OCCURS 500 TIMES.
           05 CourseRoom               PIC 9(4)  OCCURS 500 TIMES.
           05 CourseMinEnroll          PIC 999   OCCURS 500 TIMES.

       01 new-course.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 NewCourseBldg            PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewCourseRoom            PIC 9(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewCourseMinEnroll       PIC 999.

       01 room-tables.
           05 RoomBldg                 PIC X(10) OCCURS 100 TIMES.
           05 FILLER                   PIC X VALUE SPACES.
           05 NewRoomCap               PIC 9(3).

       01 offer-tables.
           05 OffTerm                  PIC X(6)  OCCURS 500 TIMES.
           05 OffCourNum               PIC X(6)  OCCURS 500 TIMES.
           05 OffSection               PIC 99    OCCURS 500 TIMES.
           05 OffDays                  PIC X(3)  OCCURS 500 TIMES.
           05 OffTime                  PIC X(7)  OCCURS 500 TIMES.
           05 OffProf                  PIC X(10) OCCURS 500 TIMES.
           05 OffBldg                  PIC X(10) OCCURS 500 TIMES.
           05 OffRoom                  PIC 9(4)  OCCURS 500 TIMES.
           05 OffMaxSeats              PIC 999   OCCURS 500 TIMES.

       01 new-offering.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 NewOffTerm               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOffCourNum            PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOffSection            PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOffDays               PIC X(3).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOffTime               PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOffProf               PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOffBldg               PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOffRoom               PIC 9(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOffMaxSeats           PIC 999.

      * How one section meets in one term, as worked out by
      * Find_section_slot from the offering file or the catalog.
       01 section-slot.
           05 SlotTerm                 PIC X(6) VALUE SPACES.
           05 SlotFound                PIC 9 VALUE 0.
           05 SlotDays                 PIC X(3).
           05 SlotTime                 PIC X(7).
           05 SlotProf                 PIC X(10).
           05 SlotBldg                 PIC X(10).
           05 SlotRoom                 PIC 9(4).
           05 SlotMaxSeats             PIC 999.
           05 RegSlotDays              PIC X(3).
           05 RegSlotTime              PIC X(7).
           05 RegSlotSeats             PIC 999.
           05 OfferCheckTerm           PIC X(6) VALUE SPACES.
           05 OverlapDaysA             PIC X(3).
           05 OverlapDaysB             PIC X(3).

       01 overload-tables.
           05 OvlStuNum                PIC 99999 OCCURS 200 TIMES.
           05 OvlTerm                  PIC X(6)  OCCURS 200 TIMES.
           05 OvlMax                   PIC 99    OCCURS 200 TIMES.
           05 OvlAdvisor               PIC X(10) OCCURS 200 TIMES.
           05 OvlDate                  PIC 9(8)  OCCURS 200 TIMES.

       01 new-overload.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 NewOvlStuNum             PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOvlTerm               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOvlMax                PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOvlAdvisor            PIC X(10).

       01 registration-tables.
           05 RegStuNum                PIC 99999 OCCURS 500 TIMES.
           05 RegCourNum               PIC X(6)  OCCURS 500 TIMES.
           05 RegSemesterCode          PIC X(6)  OCCURS 500 TIMES.
           05 RegSection               PIC 99    OCCURS 500 TIMES.
           05 RegStatus                PIC X     OCCURS 500 TIMES.
           05 RegDropDate              PIC 9(8)  OCCURS 500 TIMES.
           05 RegLiabPct               PIC 999   OCCURS 500 TIMES.

       01 new-registration.
           05 FILLER                   PIC X(4) VALUE SPACES.
       01 archive-history-tables.
           05 ArchHistCourse           PIC X(6)  OCCURS 200 TIMES.
           05 ArchHistSem              PIC X(6)  OCCURS 200 TIMES.
           05 ArchHistStatus           PIC X     OCCURS 200 TIMES.
           05 ArchHistSection          PIC 99    OCCURS 200 TIMES.

       01 term-tables.
           05 TermCode                 PIC X(6)  OCCURS 50 TIMES.
           05 DayPos2                  PIC 999 VALUE 0.
           05 DaysValid                PIC 9 VALUE 0.
           05 TimeValid                PIC 9 VALUE 0.
           05 MinEnrollValid           PIC 9 VALUE 0.
           05 NewMinEnrollEntry        PIC X(4) JUSTIFIED RIGHT.
           05 NewMinEnrollNum          PIC 9(4) VALUE 0.
           05 ClassLvlValid            PIC 9 VALUE 0.
           05 TimeHour                 PIC 99 VALUE 0.
           05 TimeMinute               PIC 99 VALUE 0.
           05 RoomDoubleBook            PIC 9 VALUE 0.
           05 UtilFound                 PIC 9 VALUE 0.
           05 UtilDayUsed               PIC X(5) VALUE SPACES.
           05 RosterHasReg              PIC 9 VALUE 0.
           05 ReqCount                  PIC 999 VALUE 0.
           05 ReqLoc                    PIC 999 VALUE 0.
           05 AuditEarnedCred           PIC 999 VALUE 0.
           05 OrphStu                   PIC 9 VALUE 0.
           05 OrphCour                  PIC 9 VALUE 0.
           05 OrphTerm                  PIC 9 VALUE 0.
           05 OfferCount                PIC 999 VALUE 0.
           05 OfferLoc                  PIC 999 VALUE 0.
           05 OfferIdx                  PIC 999 VALUE 0.
           05 EditOfferLoc              PIC 999 VALUE 0.
           05 TermHasOffers             PIC 9 VALUE 0.
           05 SeedIdx                   PIC 999 VALUE 0.
           05 SeedCount                 PIC 999 VALUE 0.
           05 SeedRegOnly               PIC 9 VALUE 0.
           05 SeedFound                 PIC 9 VALUE 0.
           05 OffTermEmpty              PIC 9 VALUE 0.
           05 OffCatalogLoc             PIC 999 VALUE 0.
           05 RollCount                 PIC 999 VALUE 0.
           05 RollSkipCount             PIC 999 VALUE 0.
           05 RollOK                    PIC 9 VALUE 0.
           05 OvlCount                  PIC 999 VALUE 0.
           05 OvlLoc                    PIC 999 VALUE 0.
           05 OvlIdx                    PIC 999 VALUE 0.
           05 TermLoadOver              PIC 9 VALUE 0.
           05 TermLoadCredits           PIC 999 VALUE 0.
           05 TermLoadLimit             PIC 99 VALUE 0.
           05 TermLoadCreditsDisp       PIC ZZ9.
           05 TermLoadLimitDisp         PIC ZZ9.

       01 withdrawal-controls.
           05 LiabCount                PIC 999 VALUE 0.
           05 LiabLoc                  PIC 999 VALUE 0.
           05 LiabIdx                  PIC 999 VALUE 0.
           05 LiabLookupTerm           PIC X(6) VALUE SPACES.
           05 LiabTermHasRows          PIC 9 VALUE 0.
           05 DropDate                 PIC 9(8) VALUE 0.
           05 DropKind                 PIC 9 VALUE 0.
           05 DropOverrideOK           PIC 9 VALUE 0.
           05 DropBackdated            PIC 9 VALUE 0.
           05 DropRejectReason         PIC X(46) VALUE SPACES.
           05 DropWeek                 PIC 999 VALUE 0.
           05 DropRefundPct            PIC 999 VALUE 0.
           05 DropLiabPct              PIC 999 VALUE 0.
           05 DayDate                  PIC 9(8) VALUE 0.
           05 DayYear                  PIC 9(4) VALUE 0.
           05 DayMonth                 PIC 99 VALUE 0.
           05 DayDay                   PIC 99 VALUE 0.
           05 DayNumber                PIC 9(7) VALUE 0.
           05 DayWork                  PIC 9(7) VALUE 0.
           05 DayStartNumber           PIC 9(7) VALUE 0.
           05 DayDropNumber            PIC 9(7) VALUE 0.
           05 DayDateOK                PIC 9 VALUE 0.
           05 BillStatus               PIC X VALUE SPACE.
           05 BillDropDate             PIC 9(8) VALUE 0.
           05 BillLiabPct              PIC 999 VALUE 100.

       01 liab-tables.
           05 LiabTerm                 PIC X(6)  OCCURS 100 TIMES.
           05 LiabThruWeek             PIC 99    OCCURS 100 TIMES.
           05 LiabRefundPct            PIC 999   OCCURS 100 TIMES.

       01 new-liab.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 NewLiabTerm              PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewLiabThruWeek          PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 NewLiabRefundPct         PIC 999.

       01 plan-controls.
           05 PlanCount                PIC 999 VALUE 0.
           05 PlanLoc                  PIC 999 VALUE 0.
           05 PlanIdx                  PIC 999 VALUE 0.
           05 PlanScanIdx              PIC 999 VALUE 0.
           05 PlanInstIdx              PIC 99 VALUE 0.
           05 PlanInstCount            PIC 9 VALUE 0.
           05 PlanLookupStu            PIC 99999 VALUE 0.
           05 PlanLookupTerm           PIC X(6) VALUE SPACES.
           05 PlanHasRows              PIC 9 VALUE 0.
           05 PlanFirstRow             PIC 9 VALUE 0.
           05 PlanTotal                PIC 9(7)V99 VALUE 0.
           05 PlanCumAmt               PIC 9(7)V99 VALUE 0.
           05 PlanPaidAmt              PIC S9(8)V99 VALUE 0.
           05 PlanNextInst             PIC 9 VALUE 0.
           05 PlanNextDate             PIC 9(8) VALUE 0.
           05 PlanNextDue              PIC S9(8)V99 VALUE 0.
           05 PlanPastInst             PIC 9 VALUE 0.
           05 PlanPastDate             PIC 9(8) VALUE 0.
           05 PlanPastDue              PIC S9(8)V99 VALUE 0.
           05 PlanPrevDate             PIC 9(8) VALUE 0.
           05 PlanEntryOK              PIC 9 VALUE 0.
           05 DelqRunOK                PIC 9 VALUE 0.
           05 DelqPlanCount            PIC 999 VALUE 0.
           05 DelqCount                PIC 999 VALUE 0.
           05 DelqHoldCount            PIC 999 VALUE 0.
           05 DelqMissInst             PIC 9 VALUE 0.
           05 DelqMissDate             PIC 9(8) VALUE 0.
           05 DelqSchedAmt             PIC 9(7)V99 VALUE 0.
           05 DelqPastDue              PIC S9(8)V99 VALUE 0.
           05 DelqHoldFound            PIC 9 VALUE 0.

       01 plan-tables.
           05 PlanStuNum               PIC 99999 OCCURS 500 TIMES.
           05 PlanTerm                 PIC X(6)  OCCURS 500 TIMES.
           05 PlanInstNum              PIC 9     OCCURS 500 TIMES.
           05 PlanDueDate              PIC 9(8)  OCCURS 500 TIMES.
           05 PlanAmount               PIC 9(6)V99 OCCURS 500 TIMES.

      * Installments keyed for a new plan, held until the bursar
      * confirms the whole schedule.
       01 plan-entry-tables.
           05 PlanEntryDate            PIC 9(8)  OCCURS 9 TIMES.
           05 PlanEntryAmt             PIC 9(6)V99 OCCURS 9 TIMES.

       01 new-plan.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 NewPlanStuNum            PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 NewPlanTerm              PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewPlanInstCount         PIC 9.
           05 FILLER                   PIC X(15)
               VALUE " installments ".
           05 NewPlanTotalDisp         PIC 9(7).99.

       01 new-plan-inst.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 NewPlanInstDisp          PIC 9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 NewPlanDateDisp          PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 NewPlanAmtDisp           PIC 9(6).99.

       01 gl-controls.
           05 GlRunOK                  PIC 9 VALUE 0.
           05 GlRejectReason           PIC X(40) VALUE SPACES.
           05 GlRejectLine             PIC X(70) VALUE SPACES.
           05 GlPeriodLabel            PIC X(17) VALUE SPACES.
           05 GlMapCount               PIC 999 VALUE 0.
           05 GlMapLoc                 PIC 999 VALUE 0.
           05 GlPerCount               PIC 999 VALUE 0.
           05 GlPerIdx                 PIC 999 VALUE 0.
           05 GlAccCount               PIC 999 VALUE 0.
           05 GlAccLoc                 PIC 999 VALUE 0.
           05 GlIdx                    PIC 999 VALUE 0.
           05 GlChkTerm                PIC X(6) VALUE SPACES.
           05 GlChkDate                PIC 9(8) VALUE 0.
           05 GlItemTake               PIC 9 VALUE 0.
           05 GlTuiCount               PIC 999 VALUE 0.
           05 GlTuiIdx                 PIC 999 VALUE 0.
           05 GlTuiLoc                 PIC 999 VALUE 0.
           05 GlTuiDelta               PIC S9(9)V99 VALUE 0.
           05 GlMapLookType            PIC X(8) VALUE SPACES.
           05 GlPayIdx                 PIC 999 VALUE 0.
           05 GlAidIdx                 PIC 999 VALUE 0.
           05 GlRcptPrior              PIC 9(9)V99 VALUE 0.
           05 GlRcptAid                PIC 9(9)V99 VALUE 0.
           05 GlPayHi                  PIC 9(9)V99 VALUE 0.
           05 GlAidCum                 PIC 9(9)V99 VALUE 0.
           05 GlPieceLo                PIC 9(9)V99 VALUE 0.
           05 GlPieceHi                PIC 9(9)V99 VALUE 0.
           05 GlNewType                PIC X(8) VALUE SPACES.
           05 GlNewKey                 PIC X(7) VALUE SPACES.
           05 GlNewMapKey              PIC X(7) VALUE SPACES.
           05 GlNewAmt                 PIC 9(9)V99 VALUE 0.
           05 GlDebitTotal             PIC 9(9)V99 VALUE 0.
           05 GlCreditTotal            PIC 9(9)V99 VALUE 0.
           05 GlLineCount              PIC 9(5) VALUE 0.
           05 GlSkipCount              PIC 9(5) VALUE 0.
           05 GlUnmapped               PIC 999 VALUE 0.

       01 glmap-tables.
           05 GlMapType                PIC X(8)  OCCURS 100 TIMES.
           05 GlMapKey                 PIC X(7)  OCCURS 100 TIMES.
           05 GlMapDebit               PIC X(10) OCCURS 100 TIMES.
           05 GlMapCredit              PIC X(10) OCCURS 100 TIMES.

       01 glper-tables.
           05 GlPerKind                PIC X     OCCURS 200 TIMES.
           05 GlPerTerm                PIC X(6)  OCCURS 200 TIMES.
           05 GlPerFrom                PIC 9(8)  OCCURS 200 TIMES.
           05 GlPerTo                  PIC 9(8)  OCCURS 200 TIMES.
           05 GlPerRunDate             PIC 9(8)  OCCURS 200 TIMES.

      * Tuition by term, course and department: what the extract
      * log shows posted, what the registrations now bill, and
      * whether this extract posts the difference.
       01 gl-tuit-tables.
           05 GlTuiTerm                PIC X(6)  OCCURS 500 TIMES.
           05 GlTuiCourse              PIC X(7)  OCCURS 500 TIMES.
           05 GlTuiMapKey              PIC X(7)  OCCURS 500 TIMES.
           05 GlTuiPosted              PIC S9(9)V99 OCCURS 500 TIMES.
           05 GlTuiNow                 PIC 9(9)V99 OCCURS 500 TIMES.
           05 GlTuiTake                PIC 9     OCCURS 500 TIMES.

      * Journal amounts summed by transaction type and key before
      * the lines are mapped to accounts and written.
       01 gl-acc-tables.
           05 GlAccType                PIC X(8)  OCCURS 300 TIMES.
           05 GlAccKey                 PIC X(7)  OCCURS 300 TIMES.
           05 GlAccMapKey              PIC X(7)  OCCURS 300 TIMES.
           05 GlAccAmt                 PIC 9(9)V99 OCCURS 300 TIMES.
           05 GlAccMapLoc              PIC 999   OCCURS 300 TIMES.

       01 verify-controls.
           05 VerRunOK                 PIC 9 VALUE 0.
           05 VerStuIdx                PIC 999 VALUE 0.
           05 VerSubCount              PIC 999 VALUE 0.
           05 VerSubLoc                PIC 999 VALUE 0.
           05 VerSubIdx                PIC 999 VALUE 0.
           05 VerCreditsWork           PIC 999 VALUE 0.
           05 VerStatusWork            PIC X VALUE SPACE.
           05 VerStatusText            PIC X(20) VALUE SPACES.
           05 VerFlagWork              PIC X(3) VALUE SPACES.
           05 VerCount                 PIC 999 VALUE 0.
           05 VerFullCount             PIC 999 VALUE 0.
           05 VerQtrCount              PIC 999 VALUE 0.
           05 VerHalfCount             PIC 999 VALUE 0.
           05 VerLessCount             PIC 999 VALUE 0.
           05 VerWdCount               PIC 999 VALUE 0.
           05 VerFlagCount             PIC 999 VALUE 0.

      * Term credits per student, by student table position
       01 verify-tables.
           05 VerCredits               PIC 999   OCCURS 500 TIMES.
           05 VerHasReg                PIC 9     OCCURS 500 TIMES.
           05 VerWdDate                PIC 9(8)  OCCURS 500 TIMES.

      * Latest status already submitted for the term, per student
       01 enrsub-tables.
           05 EnrSubStuNum             PIC 99999 OCCURS 500 TIMES.
           05 EnrSubStatus             PIC X     OCCURS 500 TIMES.
           05 EnrSubDate               PIC 9(8)  OCCURS 500 TIMES.

       01 grad-controls.
           05 GradAppCount             PIC 999 VALUE 0.
           05 GradAppLoc               PIC 999 VALUE 0.
           05 GradAppIdx               PIC 999 VALUE 0.
           05 GradGroupIdx             PIC 999 VALUE 0.
           05 GradGroupFirst           PIC 9 VALUE 0.
           05 GradGroupDup             PIC 9 VALUE 0.
           05 GradLead                 PIC 99 VALUE 0.
           05 GradRunOK                PIC 9 VALUE 0.
           05 GradCleared              PIC 9 VALUE 0.
           05 GradOutCount             PIC 999 VALUE 0.
           05 GradProgCount            PIC 999 VALUE 0.
           05 GradFirstOut             PIC X(6) VALUE SPACES.
           05 GradBalanceDue           PIC S9(8)V99 VALUE 0.
           05 GradHoldLoc              PIC 999 VALUE 0.
           05 GradConferDate           PIC 9(8) VALUE 0.
           05 GradCandCount            PIC 999 VALUE 0.
           05 GradClearCount           PIC 999 VALUE 0.
           05 GradNotCount             PIC 999 VALUE 0.
           05 GradConferCount          PIC 999 VALUE 0.
           05 GradReason               PIC X(80) VALUE SPACES.
           05 GradReasonHold           PIC X(80) VALUE SPACES.
           05 GradReasonPart           PIC X(30) VALUE SPACES.
           05 GradMoneyDisp            PIC Z(7)9.99.

       01 gradapp-tables.
           05 GradAppStuNum            PIC 99999 OCCURS 500 TIMES.
           05 GradAppTerm              PIC X(6)  OCCURS 500 TIMES.
           05 GradAppDegree            PIC X(4)  OCCURS 500 TIMES.
           05 GradAppMajor             PIC X(7)  OCCURS 500 TIMES.
           05 GradAppStatus            PIC X     OCCURS 500 TIMES.
           05 GradAppDate              PIC 9(8)  OCCURS 500 TIMES.
           05 GradAppReason            PIC X(80) OCCURS 500 TIMES.

       01 new-gradapp.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 NewGradAppStuNum         PIC 99999.
           05 FILLER                   PIC X VALUE SPACES.
           05 NewGradAppTerm           PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewGradAppDegree         PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewGradAppMajor          PIC X(7).

       01 cancel-controls.
           05 CanRunOK                 PIC 9 VALUE 0.
           05 CanCount                 PIC 999 VALUE 0.
           05 CanIdx                   PIC 999 VALUE 0.
           05 CanCourseIdx             PIC 999 VALUE 0.
           05 CanEnrollWork            PIC 999 VALUE 0.
           05 CanChosenCount           PIC 999 VALUE 0.
           05 CanRegDropped            PIC 999 VALUE 0.
           05 CanWaitDropped           PIC 999 VALUE 0.
           05 CanRegIdx                PIC 999 VALUE 0.
           05 CanKeep                  PIC 999 VALUE 0.
           05 CanSkip                  PIC 9 VALUE 0.
           05 DispCount                PIC 999 VALUE 0.
           05 DispIdx                  PIC 999 VALUE 0.
           05 DispIdx2                 PIC 999 VALUE 0.
           05 DispFirst                PIC 9 VALUE 0.
           05 AltIdx                   PIC 999 VALUE 0.
           05 AltCount                 PIC 99 VALUE 0.
           05 NoticeCount              PIC 999 VALUE 0.

       01 operator-controls.
           05 OperCount                PIC 99 VALUE 0.
           05 OperLoc                  PIC 99 VALUE 0.
           05 OperIdx                  PIC 99 VALUE 0.
           05 SignedOn                 PIC 9 VALUE 0.
           05 SignonTries              PIC 9 VALUE 0.
           05 CurOperId                PIC X(8) VALUE SPACES.
           05 CurOperRole              PIC X(9) VALUE SPACES.
           05 CurOperSlot              PIC 9 VALUE 0.
           05 AccessKey.
               10 AccessMenu           PIC X(2).
               10 AccessOption         PIC 99.
           05 AccessRoles              PIC X(4) VALUE SPACES.
           05 AccessOK                 PIC 9 VALUE 0.
           05 NewOperPass              PIC X(8) VALUE SPACES.

       01 operator-tables.
           05 OperId                   PIC X(8)  OCCURS 50 TIMES.
           05 OperName                 PIC X(20) OCCURS 50 TIMES.
           05 OperPass                 PIC X(8)  OCCURS 50 TIMES.
           05 OperRole                 PIC X(9)  OCCURS 50 TIMES.
           05 OperStatus               PIC X     OCCURS 50 TIMES.
           05 OperFails                PIC 9     OCCURS 50 TIMES.

       01 new-operator.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 NewOperId                PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOperName              PIC X(20).
           05 FILLER                   PIC X VALUE SPACES.
           05 NewOperRole              PIC X(9).

       01 operator-heading.
           05 FILLER                   PIC X(9)  VALUE "OPERATOR".
           05 FILLER                   PIC X(21) VALUE "NAME".
           05 FILLER                   PIC X(10) VALUE "ROLE".
           05 FILLER                   PIC X(7)  VALUE "STATUS".
           05 FILLER                   PIC X(5)  VALUE "FAILS".

       01 operator-disp.
           05 OperIdDisp               PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperNameDisp             PIC X(20).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperRoleDisp             PIC X(9).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperStatusDisp           PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OperFailsDisp            PIC 9.

       01 exam-controls.
           05 ExamRunOK                PIC 9 VALUE 0.
           05 ExbCount                 PIC 999 VALUE 0.
           05 ExbIdx                   PIC 999 VALUE 0.
           05 ExbLoc                   PIC 999 VALUE 0.
           05 ExbLocAll                PIC 999 VALUE 0.
           05 ExCourseIdx              PIC 999 VALUE 0.
           05 ExSecCount               PIC 999 VALUE 0.
           05 ExSecIdx                 PIC 999 VALUE 0.
           05 ExSecIdx2                PIC 999 VALUE 0.
           05 ExRegIdx                 PIC 999 VALUE 0.
           05 ExEnrollWork             PIC 999 VALUE 0.
           05 ExDayWork                PIC 99 VALUE 0.
           05 ExSlotWork               PIC 99 VALUE 0.
           05 ExDayFirst               PIC 9 VALUE 0.
           05 ExToFile                 PIC 9 VALUE 0.
           05 ExNoBlockCount           PIC 999 VALUE 0.
           05 ExOverCount              PIC 999 VALUE 0.
           05 ExRoomFlagCount          PIC 999 VALUE 0.
           05 ExProfLeft               PIC 999 VALUE 0.
           05 ExProfMin                PIC X(10) VALUE SPACES.
           05 ExStuIdx                 PIC 999 VALUE 0.
           05 ExStuExams               PIC 99 VALUE 0.
           05 ExStuI                   PIC 99 VALUE 0.
           05 ExStuJ                   PIC 99 VALUE 0.
           05 ExDayExams               PIC 99 VALUE 0.
           05 ExDayExamsDisp           PIC Z9.
           05 ExDayNumDisp             PIC 9.
           05 ExStuConflict            PIC 9 VALUE 0.
           05 ExConfStuCount           PIC 999 VALUE 0.
           05 ExConfLineCount          PIC 999 VALUE 0.

       01 examblk-tables.
           05 ExbTerm                  PIC X(6)  OCCURS 100 TIMES.
           05 ExbDays                  PIC X(3)  OCCURS 100 TIMES.
           05 ExbTime                  PIC X(7)  OCCURS 100 TIMES.
           05 ExbDay                   PIC 9     OCCURS 100 TIMES.
           05 ExbSlot                  PIC 9     OCCURS 100 TIMES.
           05 ExbStart                 PIC X(7)  OCCURS 100 TIMES.

      * Sections of the term with enrollment and their exam block
       01 exam-sect-tables.
           05 ExSecCourse              PIC X(6)  OCCURS 500 TIMES.
           05 ExSecSect                PIC 99    OCCURS 500 TIMES.
           05 ExSecProf                PIC X(10) OCCURS 500 TIMES.
           05 ExSecBldg                PIC X(10) OCCURS 500 TIMES.
           05 ExSecRoom                PIC 9(4)  OCCURS 500 TIMES.
           05 ExSecEnroll              PIC 999   OCCURS 500 TIMES.
           05 ExSecCap                 PIC 999   OCCURS 500 TIMES.
           05 ExSecDay                 PIC 9     OCCURS 500 TIMES.
           05 ExSecSlot                PIC 9     OCCURS 500 TIMES.
           05 ExSecStart               PIC X(7)  OCCURS 500 TIMES.
           05 ExSecFlag                PIC X(16) OCCURS 500 TIMES.
           05 ExSecDone                PIC 9     OCCURS 500 TIMES.

      * One student's exams, as rows of exam-sect-tables
       01 exam-stu-tables.
           05 ExStuSec                 PIC 999   OCCURS 30 TIMES.

      * Sections of the term below their minimum enrollment
       01 cancel-tables.
           05 CanCourse                PIC X(6)  OCCURS 200 TIMES.
           05 CanSect                  PIC 99    OCCURS 200 TIMES.
           05 CanEnroll                PIC 999   OCCURS 200 TIMES.
           05 CanMin                   PIC 999   OCCURS 200 TIMES.
           05 CanChosen                PIC 9     OCCURS 200 TIMES.

      * Students whose registration a cancellation dropped
       01 displaced-tables.
           05 DispStuNum               PIC 99999 OCCURS 500 TIMES.
           05 DispCourse               PIC X(6)  OCCURS 500 TIMES.
           05 DispSect                 PIC 99    OCCURS 500 TIMES.

       01 grade-load-controls.
           05 GsHeaderOK               PIC 9 VALUE 0.
           05 GsTerm                   PIC X(6) VALUE SPACES.
           05 GsCourNum                PIC X(6) VALUE SPACES.
           05 GsSection                PIC 99 VALUE 0.
           05 GsReason                 PIC X(4) VALUE SPACES.
           05 GsApprover               PIC X(10) VALUE SPACES.
           05 GsSheetCount             PIC 999 VALUE 0.
           05 GsReadCount              PIC 999 VALUE 0.
           05 GsOkCount                PIC 999 VALUE 0.
           05 GsSameCount              PIC 999 VALUE 0.
           05 GsErrCount               PIC 999 VALUE 0.
           05 GsStuCount               PIC 999 VALUE 0.
           05 GsStuIdx                 PIC 999 VALUE 0.
           05 GsStuFound               PIC 9 VALUE 0.
           05 GsStuNum                 PIC 99999 OCCURS 500 TIMES.
           05 TermClosed               PIC 9 VALUE 0.
           05 GradeStored              PIC 9 VALUE 0.
           05 GradeChgOK               PIC 9 VALUE 0.
           05 GradeChgReason           PIC X(4) VALUE SPACES.
           05 GradeChgApprover         PIC X(10) VALUE SPACES.
           05 GradeChgSource           PIC X(6) VALUE SPACES.
           05 GradeRegWithdrawn        PIC 9 VALUE 0.
           05 GradeCheckSect           PIC 99 VALUE 0.
           05 GradeOtherSect           PIC 9 VALUE 0.

       01 standing-tables.
           05 StandCode                PIC X(4) OCCURS 500 TIMES.

       01 standing-controls.
           05 StandStuIdx              PIC 999 VALUE 0.
           05 StandTermGPA             PIC 9V99 VALUE 0.
           05 StandDeanCount           PIC 999 VALUE 0.
           05 SwapStuEmail             PIC X(25).
           05 SwapStuPhone             PIC X(12).
           05 SwapStuClass             PIC X(2).
           05 SwapStuDegree            PIC X(4).
           05 SwapStuDegMajor          PIC X(7).
           05 SwapStuConferDate        PIC 9(8).

       01 course-swap-row.
           05 SwapCourNum              PIC X(6).
           05 SwapCourSect             PIC 99.
           05 SwapCourBldg             PIC X(10).
           05 SwapCourRoom             PIC 9(4).
           05 SwapCourMin              PIC 999.

       01 RegRejectReason              PIC X(46).

           05 FILLER                   PIC X VALUE SPACES.
           05 TermRegCloseDisp         PIC 9(8).

       01 offer-record-heading.
           05 FILLER                   PIC X(4)  VALUE "TERM".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "COURSE".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(3)  VALUE "SEC".
           05 FILLER                   PIC X(3)  VALUE "DAY".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "TIME".
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "PROFLN".
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "BLDG".
           05 FILLER                   PIC X(7)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "ROOM".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "SEATS".

       01 offer-record-disp.
           05 OffTermDisp              PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffCourNumDisp           PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffSectionDisp           PIC 99.
           05 FILLER                   PIC X VALUE SPACES.
           05 OffDaysDisp              PIC X(3).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffTimeDisp              PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffProfDisp              PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffBldgDisp              PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffRoomDisp              PIC 9(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 OffMaxSeatsDisp          PIC 999.

       01 overload-record-heading.
           05 FILLER                   PIC X(6)  VALUE "STUNUM".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "TERM".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(3)  VALUE "MAX".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(7)  VALUE "ADVISOR".
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "APPROVED".

       01 overload-record-disp.
           05 OvlStuNumDisp            PIC 9(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OvlTermDisp              PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlMaxDisp               PIC Z9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OvlAdvisorDisp           PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 OvlDateDisp              PIC 9(8).

       01 liab-record-heading.
           05 FILLER                   PIC X(6)  VALUE "TERM".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(7)  VALUE "THRU WK".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(7)  VALUE "REFUND%".

       01 liab-record-disp.
           05 LiabTermDisp             PIC X(6).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 LiabThruWeekDisp         PIC Z9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 LiabRefundPctDisp        PIC ZZ9.

       01 plan-record-heading.
           05 FILLER                   PIC X(5)  VALUE "STUID".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "TERM".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "INST".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "DUE".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "   AMOUNT".

       01 plan-record-disp.
           05 PlanStuNumDisp           PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanTermDisp             PIC X(6).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 PlanInstNumDisp          PIC 9.
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanDueDateDisp          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 PlanAmountDisp           PIC 9(6).99.

       01 delq-record-heading.
           05 FILLER                   PIC X(5)  VALUE "STUID".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "LNAME".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "TERM".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "INST".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "DUE".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "    PAST DUE".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "HOLD".

       01 delq-record-disp.
           05 DelqStuNumDisp           PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 DelqStuNameDisp          PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 DelqTermDisp             PIC X(6).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 DelqInstDisp             PIC 9.
           05 FILLER                   PIC X VALUE SPACES.
           05 DelqDateDisp             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 DelqPastDueDisp          PIC -9(8).99.
           05 FILLER                   PIC X VALUE SPACES.
           05 DelqHoldDisp             PIC X(7).

       01 delq-summary-disp.
           05 FILLER                   PIC X(7)  VALUE "Plans: ".
           05 DelqPlanCountDisp        PIC ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "Delinquent: ".
           05 DelqCountDisp            PIC ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE "Holds placed: ".
           05 DelqHoldCountDisp        PIC ZZ9.

       01 registration-record-heading.
           05 FILLER                   PIC X(5) VALUE "STUID".
           05 FILLER                   PIC X VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "SEMESTER".
           05 FILLER                   PIC X VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE "SEC".
           05 FILLER                   PIC X VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE "ST".
           05 FILLER                   PIC X VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "DROPPED".
           05 FILLER                   PIC X VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "LIAB".

       01 registration-record-disp.
           05 RegStuNumDisp            PIC 99999.
           05 RegSemesterCodeDisp      PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RegSectionDisp           PIC 99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RegStatusDisp            PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RegDropDateDisp          PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RegLiabPctDisp           PIC X(4).

       01 report-header.
           05 FILLER                   PIC X(9) VALUE "---------".
           05 FILLER                   PIC X(3) VALUE " = ".
           05 StmtExtDisp              PIC 9(6).99.

       01 statement-wd-disp.
           05 FILLER                   PIC X(11) VALUE "  WITHDREW ".
           05 StmtWdDateDisp           PIC 9(8).
           05 FILLER                   PIC X(3) VALUE " - ".
           05 StmtWdPctDisp            PIC ZZ9.
           05 FILLER                   PIC X(22)
               VALUE "% OF TUITION RETAINED".

       01 roster-withdrawn-disp.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(16)
               VALUE "W - withdrew on ".
           05 RosterWdDateDisp         PIC 9(8).

       01 roster-not-offered-disp.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(15)
               VALUE "Not offered in ".
           05 RosterNoOfferDisp        PIC X(6).
           05 FILLER                   PIC X(17)
               VALUE " - catalog shown.".

       01 statement-aid-disp.
           05 FILLER                   PIC X(12)
               VALUE "PENDING AID ".
               VALUE "BALANCE DUE: ".
           05 StmtDueDisp              PIC -9(8).99.

       01 gl-header-line.
           05 FILLER                   PIC X(2)  VALUE "H ".
           05 GlHdrRunDate             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlHdrPeriod              PIC X(17).
           05 FILLER                   PIC X VALUE SPACES.
           05 FILLER                   PIC X(21)
               VALUE "CALU TUITION JOURNAL".

       01 gl-detail-line.
           05 FILLER                   PIC X(2)  VALUE "D ".
           05 GlDetAcct                PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlDetDrCr                PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 GlDetAmt                 PIC 9(9).99.
           05 FILLER                   PIC X VALUE SPACES.
           05 GlDetType                PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlDetKey                 PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlDetPeriod              PIC X(17).

       01 gl-trailer-line.
           05 FILLER                   PIC X(2)  VALUE "T ".
           05 GlTrlLines               PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 GlTrlDebit               PIC 9(9).99.
           05 FILLER                   PIC X VALUE SPACES.
           05 GlTrlCredit              PIC 9(9).99.
           05 FILLER                   PIC X VALUE SPACES.
           05 GlTrlPeriod              PIC X(17).

       01 gl-summary-disp.
           05 FILLER                   PIC X(7)  VALUE "Lines: ".
           05 GlSumLinesDisp           PIC ZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "Debits: ".
           05 GlSumDebitDisp           PIC Z(8)9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "Credits: ".
           05 GlSumCreditDisp          PIC Z(8)9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "Skipped: ".
           05 GlSumSkipDisp            PIC ZZZZ9.

       01 ver-header-line.
           05 FILLER                   PIC X(2)  VALUE "H ".
           05 FILLER                   PIC X(5)  VALUE "CALU ".
           05 VerHdrTerm               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerHdrStart              PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerHdrEnd                PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerHdrRunDate            PIC 9(8).

       01 ver-detail-line.
           05 FILLER                   PIC X(2)  VALUE "D ".
           05 VerDetStuNum             PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetLast               PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetFirst              PIC X(11).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetStreet             PIC X(20).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetCity               PIC X(15).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetState              PIC X(2).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetZip                PIC X(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetTerm               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetStart              PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetEnd                PIC 9(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetStatus             PIC X.
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetCredits            PIC 999.
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetFlag               PIC X(3).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerDetWdDate             PIC 9(8).

       01 ver-trailer-line.
           05 FILLER                   PIC X(2)  VALUE "T ".
           05 VerTrlCount              PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerTrlFlagCount          PIC 9(5).

       01 ver-record-heading.
           05 FILLER                   PIC X(5)  VALUE "STUID".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "LNAME".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "FNAME".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "CRED".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE "STATUS".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "FLAG".

       01 ver-record-disp.
           05 VerStuNumDisp            PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerLastDisp              PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerFirstDisp             PIC X(11).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 VerCreditsDisp           PIC ZZ9.
           05 FILLER                   PIC X VALUE SPACES.
           05 VerStatusDisp            PIC X(20).
           05 FILLER                   PIC X VALUE SPACES.
           05 VerFlagDisp              PIC X(3).

       01 ver-summary-disp.
           05 FILLER                   PIC X(10) VALUE "Students: ".
           05 VerCountDisp             PIC ZZ9.
           05 FILLER                   PIC X(6)  VALUE "  FT: ".
           05 VerFullDisp              PIC ZZ9.
           05 FILLER                   PIC X(6)  VALUE "  3Q: ".
           05 VerQtrDisp               PIC ZZ9.
           05 FILLER                   PIC X(6)  VALUE "  HT: ".
           05 VerHalfDisp              PIC ZZ9.
           05 FILLER                   PIC X(6)  VALUE "  LH: ".
           05 VerLessDisp              PIC ZZ9.
           05 FILLER                   PIC X(5)  VALUE "  W: ".
           05 VerWdDisp                PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE "  Flagged: ".
           05 VerFlagCountDisp         PIC ZZ9.

       01 gradapp-record-heading.
           05 FILLER                   PIC X(5)  VALUE "STUID".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "LNAME".
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "FNAME".
           05 FILLER                   PIC X(7)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "TERM".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "DEG".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "MAJOR".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(2)  VALUE "ST".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "FILED".

       01 gradapp-record-disp.
           05 GappStuNumDisp           PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 GappLastDisp             PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 GappFirstDisp            PIC X(11).
           05 FILLER                   PIC X VALUE SPACES.
           05 GappTermDisp             PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 GappDegreeDisp           PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 GappMajorDisp            PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 GappStatusDisp           PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 GappDateDisp             PIC 9(8).

       01 grad-clear-heading.
           05 FILLER                   PIC X(5)  VALUE "STUID".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "LNAME".
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "FNAME".
           05 FILLER                   PIC X(7)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "DEG".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "MAJOR".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "REASON".

       01 grad-clear-disp.
           05 GclrStuNumDisp           PIC 9(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 GclrLastDisp             PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 GclrFirstDisp            PIC X(11).
           05 FILLER                   PIC X VALUE SPACES.
           05 GclrDegreeDisp           PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 GclrMajorDisp            PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 GclrReasonDisp           PIC X(80).

       01 grad-summary-disp.
           05 FILLER                   PIC X(12) VALUE "Applicants: ".
           05 GradCandDisp             PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE "  Cleared: ".
           05 GradClearDisp            PIC ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  Not cleared: ".
           05 GradNotDisp              PIC ZZ9.
           05 FILLER                   PIC X(13)
               VALUE "  Conferred: ".
           05 GradConferDisp           PIC ZZ9.

       01 commence-group-line.
           05 CommDegreeDisp           PIC X(4).
           05 FILLER                   PIC X(4) VALUE " in ".
           05 CommMajorDisp            PIC X(7).

       01 commence-name-disp.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 CommFirstDisp            PIC X(11).
           05 FILLER                   PIC X VALUE SPACES.
           05 CommLastDisp             PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CommStatusDisp           PIC X(20).

       01 transcript-degree-disp.
           05 FILLER                   PIC X(18)
               VALUE "Degree conferred: ".
           05 TransDegreeDisp          PIC X(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 TransDegMajorDisp        PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 TransConferDisp          PIC 9(8).

       01 cancel-record-heading.
           05 FILLER                   PIC X(6)  VALUE "COURSE".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(3)  VALUE "SEC".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "NAME".
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "ENRL".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(3)  VALUE "MIN".
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "ACTION".

       01 cancel-record-disp.
           05 CanCourseDisp            PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 CanSectDisp              PIC 99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CanNameDisp              PIC X(15).
           05 FILLER                   PIC X VALUE SPACES.
           05 CanEnrollDisp            PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CanMinDisp               PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CanActionDisp            PIC X(30).

       01 cancel-summary-disp.
           05 FILLER                   PIC X(20)
               VALUE "Sections cancelled: ".
           05 CanSectCountDisp         PIC ZZ9.
           05 FILLER                   PIC X(17)
               VALUE "  Registrations: ".
           05 CanRegDisp               PIC ZZ9.
           05 FILLER                   PIC X(12) VALUE "  Waitlist: ".
           05 CanWaitDisp              PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE "  Notices: ".
           05 CanNoticeDisp            PIC ZZ9.

       01 exam-record-heading.
           05 FILLER                   PIC X(4)  VALUE "DAY".
           05 FILLER                   PIC X(5)  VALUE "SLOT".
           05 FILLER                   PIC X(8)  VALUE "START".
           05 FILLER                   PIC X(7)  VALUE "COURSE".
           05 FILLER                   PIC X(4)  VALUE "SEC".
           05 FILLER                   PIC X(11) VALUE "PROFESSOR".
           05 FILLER                   PIC X(11) VALUE "BUILDING".
           05 FILLER                   PIC X(5)  VALUE "ROOM".
           05 FILLER                   PIC X(5)  VALUE "ENRL".
           05 FILLER                   PIC X(5)  VALUE "CAP".
           05 FILLER                   PIC X(4)  VALUE "FLAG".

       01 exam-record-disp.
           05 FILLER                   PIC X VALUE SPACES.
           05 ExDayDisp                PIC 9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 ExSlotDisp               PIC 9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ExStartDisp              PIC X(7).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExCourseDisp             PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExSectDisp               PIC 99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ExProfDisp               PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExBldgDisp               PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExRoomDisp               PIC 9(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExEnrollDisp             PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ExCapDisp                PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ExFlagDisp               PIC X(16).

       01 exam-day-line.
           05 FILLER                   PIC X(9)  VALUE "Exam day ".
           05 ExDayHeadDisp            PIC 9.

       01 exam-prof-line.
           05 FILLER                   PIC X(11) VALUE "Professor: ".
           05 ExProfHeadDisp           PIC X(10).

       01 exam-conflict-heading.
           05 FILLER                   PIC X(6)  VALUE "STUDNT".
           05 FILLER                   PIC X(23) VALUE " NAME".
           05 FILLER                   PIC X(8)  VALUE "CONFLICT".

       01 exam-conflict-disp.
           05 ExcStuNumDisp            PIC X(5).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExcLastDisp              PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExcFirstDisp             PIC X(11).
           05 FILLER                   PIC X VALUE SPACES.
           05 ExcTextDisp              PIC X(60).

       01 exam-summary-disp.
           05 FILLER                   PIC X(10) VALUE "Sections: ".
           05 ExSumSecDisp             PIC ZZ9.
           05 FILLER                   PIC X(12) VALUE "  No block: ".
           05 ExSumNoBlockDisp         PIC ZZ9.
           05 FILLER                   PIC X(17)
               VALUE "  Over capacity: ".
           05 ExSumOverDisp            PIC ZZ9.
           05 FILLER                   PIC X(27)
               VALUE "  Students with conflicts: ".
           05 ExSumConfDisp            PIC ZZ9.

       01 notice-title.
           05 FILLER                   PIC X(41)
               VALUE "NOTICE OF COURSE SECTION CANCELLATION".

       01 notice-email-line.
           05 FILLER                   PIC X(7)  VALUE "Email: ".
           05 NoticeEmailDisp          PIC X(25).

       01 notice-course-line.
           05 FILLER                   PIC X(11) VALUE "Cancelled: ".
           05 NoticeCourseDisp         PIC X(6).
           05 FILLER                   PIC X(9)  VALUE " section ".
           05 NoticeSectDisp           PIC 99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 NoticeNameDisp           PIC X(15).
           05 FILLER                   PIC X(7)  VALUE "  term ".
           05 NoticeTermDisp           PIC X(6).

       01 notice-alt-line.
           05 FILLER                   PIC X(25)
               VALUE "    Open section to add: ".
           05 NoticeAltSectDisp        PIC 99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 NoticeAltDaysDisp        PIC X(3).
           05 FILLER                   PIC X VALUE SPACES.
           05 NoticeAltTimeDisp        PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 NoticeAltProfDisp        PIC X(10).

       01 letter-title.
           05 FILLER                   PIC X(41)
               VALUE "CALU OFFICE OF THE REGISTRAR".

       01 letter-subtitle.
           05 FILLER                   PIC X(41)
               VALUE "ENROLLMENT VERIFICATION".

       01 letter-date-line.
           05 FILLER                   PIC X(6)  VALUE "Date: ".
           05 LetterDateDisp           PIC 9(8).

       01 letter-term-line.
           05 FILLER                   PIC X(6)  VALUE "Term: ".
           05 LetterTermDisp           PIC X(6).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 LetterStartDisp          PIC 9(8).
           05 FILLER                   PIC X(9)  VALUE " through ".
           05 LetterEndDisp            PIC 9(8).

       01 letter-credit-line.
           05 FILLER                   PIC X(14)
               VALUE "Credit hours: ".
           05 LetterCreditsDisp        PIC ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "Status: ".
           05 LetterStatusDisp         PIC X(20).

       01 letter-wd-line.
           05 FILLER                   PIC X(36)
               VALUE "Withdrew from all courses effective ".
           05 LetterWdDateDisp         PIC 9(8).

       01 statement-plan-disp.
           05 FILLER                   PIC X(22)
               VALUE "PAYMENT PLAN BALANCE: ".
           05 StmtPlanBalDisp          PIC -9(8).99.

       01 statement-inst-disp.
           05 FILLER                   PIC X(17)
               VALUE "NEXT INSTALLMENT ".
           05 StmtInstNumDisp          PIC 9.
           05 FILLER                   PIC X(5) VALUE " DUE ".
           05 StmtInstDateDisp         PIC 9(8).
           05 FILLER                   PIC X(2) VALUE ": ".
           05 StmtInstAmtDisp          PIC -9(8).99.

       01 statement-pastdue-disp.
           05 FILLER                   PIC X(26)
               VALUE "PAST DUE THRU INSTALLMENT ".
           05 StmtPastNumDisp          PIC 9.
           05 FILLER                   PIC X(5) VALUE " DUE ".
           05 StmtPastDateDisp         PIC 9(8).
           05 FILLER                   PIC X(2) VALUE ": ".
           05 StmtPastAmtDisp          PIC -9(8).99.

       01 statement-summary-disp.
           05 FILLER                   PIC X(12)
               VALUE "Statements: ".
           05 StmtCountDisp            PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(11)
               VALUE "Total due: ".
           05 StmtTotalDueDisp         PIC -9(9).99.

       01 prof-record-heading.
           05 FILLER                   PIC X(4)  VALUE "ID".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "LNAME".
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "FNAME".
           05 FILLER                   PIC X(7)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "DEPT".

       01 prof-record-disp.
           05 ProfIdDisp               PIC 9(4).
           05 FILLER                   PIC X VALUE SPACES.
           05 ProfMLastNameDisp        PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
           05 ProfMFirstNameDisp       PIC X(11).
           05 FILLER                   PIC X VALUE SPACES.
           05 ProfDeptDisp             PIC X(7).

       01 teach-load-total-disp.
           05 FILLER                   PIC X(20)
               VALUE "Total credit hours: ".
           05 LoadCreditsDisp          PIC ZZ9.

       01 closeout-summary-disp.
           05 CloseCourNumDisp         PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 CloseSectDisp            PIC 99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "Enrolled:".
           05 CloseEnrolledDisp        PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "Tuition:".
           05 CloseTuitionDisp         PIC 9(7).99.

       01 closeout-total-disp.
           05 FILLER                   PIC X(9) VALUE "Enrolled:".
           05 CloseTotalCountDisp      PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "Tuition:".
           05 CloseTotalTuitionDisp    PIC 9(8).99.

       01 closeout-csv-line            PIC X(100).

       01 transcript-sem-header.
           05 FILLER                   PIC X(10) VALUE "Semester: ".
           05 TransSemDisp             PIC X(6).

       01 transcript-course-heading.
           05 FILLER                   PIC X(6)  VALUE "COURSE".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "NAME".
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(3)  VALUE "CRD".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(3)  VALUE "GRD".

       01 transcript-course-disp.
           05 TransCourNumDisp         PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 TransCourNameDisp        PIC X(15).
           05 FILLER                   PIC X VALUE SPACES.
           05 TransCreditsDisp         PIC 99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 TransGradeDisp           PIC X(2).

       01 transcript-term-disp.
           05 FILLER                   PIC X(10) VALUE "Term GPA: ".
           05 TransTermGPADisp         PIC 9.99.

       01 transcript-cum-disp.
           05 FILLER                   PIC X(10) VALUE "Cum GPA:  ".
           05 TransCumGPADisp          PIC 9.99.

       01 student-csv-line             PIC X(100).
       01 course-csv-line              PIC X(100).
       01 registration-csv-line        PIC X(100).

       01 audit-data.
           05 AuditAction              PIC X(6)  VALUE SPACES.
           05 AuditDetail              PIC X(60) VALUE SPACES.

       01 audit-line-disp.
           05 AuditDateDisp            PIC 9(6).
           05 AuditActionDisp          PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 AuditDetailDisp          PIC X(60).
           05 FILLER                   PIC X VALUE SPACES.
           05 AuditOperDisp            PIC X(8).

      *=================================================================
       
           PERFORM Read_aid.
           PERFORM Read_require.
           PERFORM Read_rooms.
           PERFORM Read_offerings.
           PERFORM Read_overloads.
           PERFORM Read_liab_schedule.
           PERFORM Read_plans.
           PERFORM Read_gradapps.
           PERFORM Read_operators.

      * The masters are held in key order so single-record lookups
      * can binary-search instead of walking the whole table.
               PERFORM Run_job_stream
               PERFORM End_program
           ELSE
               PERFORM Sign_on
               IF SignedOn < 1
                   PERFORM Sign_on_refused
               END-IF
               PERFORM Main_menu UNTIL MenuChoice IS EQUAL 24
           END-IF.

           IF JobErrCount > 0
           DISPLAY " ".
           DISPLAY "    CALU Registration System".
           DISPLAY "    ========================".
           DISPLAY "    Operator: ", CurOperId, " ", CurOperRole.
           DISPLAY "1.  Modify Student Information".
           DISPLAY "2.  Modify Course Information".
           DISPLAY "3.  Register Students in Courses".
           DISPLAY "12. Room Maintenance".
           DISPLAY "13. Refund / Adjustment Entry".
           DISPLAY "14. Academic Standing Run".
           DISPLAY "15. Section Offerings By Term".
           DISPLAY "16. Grade Roster Load".
           DISPLAY "17. Installment Payment Plans".
           DISPLAY "18. General Ledger Extract".
           DISPLAY "19. Enrollment Verification".
           DISPLAY "20. Graduation Clearance".
           DISPLAY "21. Low-Enrollment Section Cancellation".
           DISPLAY "22. Operator Maintenance".
           DISPLAY "23. Final Exam Schedule".
           DISPLAY "24. Exit CALU System".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           PERFORM Process_menu_selection.

           IF MenuChoice NOT EQUAL 24
           AND ChangesSinceSave NOT < CheckpointLimit
               DISPLAY " "
               DISPLAY "Auto checkpoint..."
      * Perform paragraph based on menu choice
      *
       Process_menu_selection.

           MOVE "MN"       TO AccessMenu.
           MOVE MenuChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF      MenuChoice = 1 PERFORM Modify_student
           ELSE IF MenuChoice = 2 PERFORM Modify_course
           ELSE IF MenuChoice = 3 PERFORM Modify_register
           ELSE IF MenuChoice = 12 PERFORM Modify_room
           ELSE IF MenuChoice = 13 PERFORM Add_refund
           ELSE IF MenuChoice = 14 PERFORM Standing_run
           ELSE IF MenuChoice = 15 PERFORM Modify_offering
           ELSE IF MenuChoice = 16 PERFORM Grade_roster_load
           ELSE IF MenuChoice = 17 PERFORM Modify_plan
           ELSE IF MenuChoice = 18 PERFORM Gl_extract
           ELSE IF MenuChoice = 19 PERFORM Modify_verify
           ELSE IF MenuChoice = 20 PERFORM Modify_grad
           ELSE IF MenuChoice = 21 PERFORM Section_cancel_run
           ELSE IF MenuChoice = 22 PERFORM Modify_operator
           ELSE IF MenuChoice = 23 PERFORM Exam_schedule_run
           ELSE IF MenuChoice = 24 PERFORM End_program
           END-IF.
      
      
           MOVE StudentPhoneIn     TO StudentPhone(StudentCount).
           MOVE StudentClassLvlIn  TO StudentClassLvl(StudentCount).

      * Degree fields are set only by degree conferral; a line
      * written before they existed reads back without them.
           MOVE StudentDegreeIn    TO StudentDegree(StudentCount).
           MOVE StudentDegMajorIn  TO StudentDegMajor(StudentCount).
           IF StudentConferDateIn IS NUMERIC
               MOVE StudentConferDateIn
                   TO StudentConferDate(StudentCount)
           ELSE
               MOVE 0 TO StudentConferDate(StudentCount)
           END-IF.

           READ student-file
               AT END MOVE "yes" TO EOF.
       
               MOVE CourseRoomIn TO CourseRoom(CourseCount)
           END-IF.

      * So did the minimum enrollment; 000 means the section has
      * no minimum and is never proposed for cancellation.
           IF CourseMinEnrollIn IS NOT NUMERIC
               MOVE 0 TO CourseMinEnroll(CourseCount)
           ELSE
               MOVE CourseMinEnrollIn TO CourseMinEnroll(CourseCount)
           END-IF.

           READ course-file
               AT END MOVE "yes" TO EOF.
      
               MOVE RegSectionIn TO RegSection(RegCount)
           END-IF.

      * Rows written before dated withdrawals read back with the
      * status, drop date and liability blank: an active
      * registration billed in full.
           IF RegStatusIn IS EQUAL "W"
               MOVE "W" TO RegStatus(RegCount)
           ELSE
               MOVE SPACE TO RegStatus(RegCount)
           END-IF.

           IF RegDropDateIn IS NOT NUMERIC
               MOVE 0 TO RegDropDate(RegCount)
           ELSE
               MOVE RegDropDateIn TO RegDropDate(RegCount)
           END-IF.

           IF RegLiabPctIn IS NOT NUMERIC
               MOVE 100 TO RegLiabPct(RegCount)
           ELSE
               MOVE RegLiabPctIn TO RegLiabPct(RegCount)
           END-IF.

           READ registration-file
               AT END MOVE "yes" TO EOF.



      ****************************************
      * Read the term section offerings. Like the room file, the
      * offering file does not exist until the first offering is
      * keyed; every term then runs off the course master.
      *
       Read_offerings.

           DISPLAY "Reading offering file... "
               WITH NO ADVANCING.

           MOVE "no" TO EOF.
           MOVE 0 TO OfferCount.

           OPEN INPUT offer-file.

           IF OfferFileStatus IS EQUAL "35"
               MOVE "yes" TO EOF
           ELSE
               READ offer-file
                   AT END MOVE "yes" TO EOF
               END-READ
           END-IF.

           PERFORM Process_offering
               UNTIL EOF IS EQUAL "yes".

           IF OfferFileStatus NOT EQUAL "35"
               CLOSE offer-file
           END-IF.
           DISPLAY "Done.".


      ****************************************
      * Pull term section offerings into tables
      *
       Process_offering.

           IF OfferCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Offering file exceeds table capacity of 500."
               DISPLAY "Raise the offer-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD OfferCount 1 GIVING OfferCount.

           MOVE OffTermIn    TO OffTerm(OfferCount).
           MOVE OffCourNumIn TO OffCourNum(OfferCount).
           MOVE OffSectionIn TO OffSection(OfferCount).
           MOVE OffDaysIn    TO OffDays(OfferCount).
           MOVE OffTimeIn    TO OffTime(OfferCount).
           MOVE OffProfIn    TO OffProf(OfferCount).
           MOVE OffBldgIn    TO OffBldg(OfferCount).

           IF OffRoomIn IS NUMERIC
               MOVE OffRoomIn TO OffRoom(OfferCount)
           ELSE
               MOVE 0 TO OffRoom(OfferCount)
           END-IF.

           IF OffMaxSeatsIn IS NUMERIC
               MOVE OffMaxSeatsIn TO OffMaxSeats(OfferCount)
           ELSE
               MOVE 999 TO OffMaxSeats(OfferCount)
           END-IF.

           READ offer-file
               AT END MOVE "yes" TO EOF.


      ****************************************
      * Read overload authorizations. The file does not exist
      * until the first authorization is recorded.
      *
       Read_overloads.

           DISPLAY "Reading overload file... "
               WITH NO ADVANCING.

           MOVE "no" TO EOF.
           MOVE 0 TO OvlCount.

           OPEN INPUT overload-file.

           IF OvlFileStatus IS EQUAL "35"
               MOVE "yes" TO EOF
           ELSE
               READ overload-file
                   AT END MOVE "yes" TO EOF
               END-READ
           END-IF.

           PERFORM Process_overload
               UNTIL EOF IS EQUAL "yes".

           IF OvlFileStatus NOT EQUAL "35"
               CLOSE overload-file
           END-IF.
           DISPLAY "Done.".


      ****************************************
      * Pull overload authorizations into tables
      *
       Process_overload.

           IF OvlCount IS EQUAL 200
               DISPLAY " "
               DISPLAY "Overload file exceeds table capacity of 200."
               DISPLAY "Raise the overload-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD OvlCount 1 GIVING OvlCount.

           MOVE OvlStuNumIn  TO OvlStuNum(OvlCount).
           MOVE OvlTermIn    TO OvlTerm(OvlCount).
           MOVE OvlMaxIn     TO OvlMax(OvlCount).
           MOVE OvlAdvisorIn TO OvlAdvisor(OvlCount).
           MOVE OvlDateIn    TO OvlDate(OvlCount).

           READ overload-file
               AT END MOVE "yes" TO EOF.


      ****************************************
      * Read the bursar's withdrawal refund schedule. The file
      * does not exist until the first band is keyed, and until
      * then withdrawals use the standard schedule.
      *
       Read_liab_schedule.

           DISPLAY "Reading refund schedule file... "
               WITH NO ADVANCING.

           MOVE "no" TO EOF.
           MOVE 0 TO LiabCount.

           OPEN INPUT liab-file.

           IF LiabFileStatus IS EQUAL "35"
               MOVE "yes" TO EOF
           ELSE
               READ liab-file
                   AT END MOVE "yes" TO EOF
               END-READ
           END-IF.

           PERFORM Process_liab_band
               UNTIL EOF IS EQUAL "yes".

           IF LiabFileStatus NOT EQUAL "35"
               CLOSE liab-file
           END-IF.
           DISPLAY "Done.".


      ****************************************
      * Pull refund schedule bands into tables
      *
       Process_liab_band.

           IF LiabCount IS EQUAL 100
               DISPLAY " "
               DISPLAY "Refund schedule exceeds table capacity of 100."
               DISPLAY "Raise the liab-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD LiabCount 1 GIVING LiabCount.

           MOVE LiabTermIn      TO LiabTerm(LiabCount).
           MOVE LiabThruWeekIn  TO LiabThruWeek(LiabCount).
           MOVE LiabRefundPctIn TO LiabRefundPct(LiabCount).

           READ liab-file
               AT END MOVE "yes" TO EOF.


      ****************************************
      * Read the installment payment plans. The file does not
      * exist until the bursar keys the first plan.
      *
       Read_plans.

           DISPLAY "Reading payment plan file... "
               WITH NO ADVANCING.

           MOVE "no" TO EOF.
           MOVE 0 TO PlanCount.

           OPEN INPUT plan-file.

           IF PlanFileStatus IS EQUAL "35"
               MOVE "yes" TO EOF
           ELSE
               READ plan-file
                   AT END MOVE "yes" TO EOF
               END-READ
           END-IF.

           PERFORM Process_plan_row
               UNTIL EOF IS EQUAL "yes".

           IF PlanFileStatus NOT EQUAL "35"
               CLOSE plan-file
           END-IF.
           DISPLAY "Done.".


      ****************************************
      * Pull payment plan installments into tables
      *
       Process_plan_row.

           IF PlanCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Payment plans exceed table capacity of 500."
               DISPLAY "Raise the plan-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD PlanCount 1 GIVING PlanCount.

           MOVE PlanStuNumIn  TO PlanStuNum(PlanCount).
           MOVE PlanTermIn    TO PlanTerm(PlanCount).
           MOVE PlanInstNumIn TO PlanInstNum(PlanCount).
           MOVE PlanDueDateIn TO PlanDueDate(PlanCount).
           MOVE PlanAmountIn  TO PlanAmount(PlanCount).

           READ plan-file
               AT END MOVE "yes" TO EOF.


      ****************************************
      * Read the graduation applications. The file does not exist
      * until the registrar keys the first application.
      *
       Read_gradapps.

           DISPLAY "Reading graduation application file... "
               WITH NO ADVANCING.

           MOVE "no" TO EOF.
           MOVE 0 TO GradAppCount.

           OPEN INPUT gradapp-file.

           IF GradAppFileStatus IS EQUAL "35"
               MOVE "yes" TO EOF
           ELSE
               READ gradapp-file
                   AT END MOVE "yes" TO EOF
               END-READ
           END-IF.

           PERFORM Process_gradapp_row
               UNTIL EOF IS EQUAL "yes".

           IF GradAppFileStatus NOT EQUAL "35"
               CLOSE gradapp-file
           END-IF.
           DISPLAY "Done.".


      ****************************************
      * Pull graduation applications into tables
      *
       Process_gradapp_row.

           IF GradAppCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Graduation applications exceed capacity of 500."
               DISPLAY "Raise the gradapp-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD GradAppCount 1 GIVING GradAppCount.

           MOVE GradAppStuNumIn TO GradAppStuNum(GradAppCount).
           MOVE GradAppTermIn   TO GradAppTerm(GradAppCount).
           MOVE GradAppDegreeIn TO GradAppDegree(GradAppCount).
           MOVE GradAppMajorIn  TO GradAppMajor(GradAppCount).
           MOVE GradAppStatusIn TO GradAppStatus(GradAppCount).
           MOVE GradAppDateIn   TO GradAppDate(GradAppCount).
           MOVE GradAppReasonIn TO GradAppReason(GradAppCount).

           READ gradapp-file
               AT END MOVE "yes" TO EOF.


      ****************************************
      * Read the operator master. Every interactive session signs
      * on against it before the main menu is shown, and the
      * overnight job runs under JobOperatorId from it.
      *
       Read_operators.

           DISPLAY "Reading operator file... " WITH NO ADVANCING.

           MOVE "no" TO EOF.
           MOVE 0 TO OperCount.

           OPEN INPUT operator-file.

           IF OperFileStatus IS EQUAL "35"
               MOVE "yes" TO EOF
           ELSE
               READ operator-file
                   AT END MOVE "yes" TO EOF
               END-READ
           END-IF.

           PERFORM Process_operator_row
               UNTIL EOF IS EQUAL "yes".

           IF OperFileStatus NOT EQUAL "35"
               CLOSE operator-file
           END-IF.
           DISPLAY "Done.".


      ****************************************
      * Pull operators into tables
      *
       Process_operator_row.

           IF OperCount IS EQUAL 50
               DISPLAY " "
               DISPLAY "Operators exceed capacity of 50."
               DISPLAY "Raise the operator-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD OperCount 1 GIVING OperCount.

           MOVE OperIdIn     TO OperId(OperCount).
           MOVE OperNameIn   TO OperName(OperCount).
           MOVE OperPassIn   TO OperPass(OperCount).
           MOVE OperRoleIn   TO OperRole(OperCount).
           MOVE OperStatusIn TO OperStatus(OperCount).

           IF OperFailsIn IS NUMERIC
               MOVE OperFailsIn TO OperFails(OperCount)
           ELSE
               MOVE 0 TO OperFails(OperCount)
           END-IF.

           READ operator-file
               AT END MOVE "yes" TO EOF.


      ****************************************
      * Put the student table in StudentNumber order. Performed
      * after the load and again after any add or key edit, so
      * Find_student_loc can binary-search. Deletes shift rows and
      * keep the order on their own.
      *
       Sort_student_table.

           IF StudentCount < 2
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT 1 FROM StudentCount GIVING SortLimit.
           MOVE 1 TO SortSwapped.

           PERFORM UNTIL SortSwapped IS EQUAL 0
               MOVE 0 TO SortSwapped
               PERFORM VARYING SortIdx FROM 1 BY 1
                   UNTIL SortIdx > SortLimit
                   ADD 1 SortIdx GIVING SortIdx2
                   IF StudentNumber(SortIdx) > StudentNumber(SortIdx2)
                       PERFORM Swap_student_rows
                       MOVE 1 TO SortSwapped
                   END-IF
               END-PERFORM
           END-PERFORM.


      ****************************************
      * Swap the student table rows at SortIdx and SortIdx2
      *
       Swap_student_rows.

           MOVE StudentNumber(SortIdx)    TO SwapStuNum.
           MOVE StudentLastName(SortIdx)  TO SwapStuLast.
           MOVE StudentFirstName(SortIdx) TO SwapStuFirst.
           MOVE StudentMajor(SortIdx)     TO SwapStuMajor.
           MOVE StudentGPA(SortIdx)       TO SwapStuGPA.
           MOVE StudentStreet(SortIdx)    TO SwapStuStreet.
           MOVE StudentCity(SortIdx)      TO SwapStuCity.
           MOVE StudentState(SortIdx)     TO SwapStuState.
           MOVE StudentZip(SortIdx)       TO SwapStuZip.
           MOVE StudentEmail(SortIdx)     TO SwapStuEmail.
           MOVE StudentPhone(SortIdx)     TO SwapStuPhone.
           MOVE StudentClassLvl(SortIdx)  TO SwapStuClass.
           MOVE StudentDegree(SortIdx)    TO SwapStuDegree.
           MOVE StudentDegMajor(SortIdx)  TO SwapStuDegMajor.
           MOVE StudentConferDate(SortIdx) TO SwapStuConferDate.

           MOVE StudentNumber(SortIdx2)    TO StudentNumber(SortIdx).
           MOVE StudentLastName(SortIdx2)  TO StudentLastName(SortIdx).
           MOVE StudentFirstName(SortIdx2)
               TO StudentFirstName(SortIdx).
           MOVE StudentMajor(SortIdx2)     TO StudentMajor(SortIdx).
           MOVE StudentGPA(SortIdx2)       TO StudentGPA(SortIdx).
           MOVE StudentStreet(SortIdx2)    TO StudentStreet(SortIdx).
           MOVE StudentCity(SortIdx2)      TO StudentCity(SortIdx).
           MOVE StudentState(SortIdx2)     TO StudentState(SortIdx).
           MOVE StudentZip(SortIdx2)       TO StudentZip(SortIdx).
           MOVE StudentEmail(SortIdx2)     TO StudentEmail(SortIdx).
           MOVE StudentPhone(SortIdx2)     TO StudentPhone(SortIdx).
           MOVE StudentClassLvl(SortIdx2)  TO StudentClassLvl(SortIdx).
           MOVE StudentDegree(SortIdx2)    TO StudentDegree(SortIdx).
           MOVE StudentDegMajor(SortIdx2)  TO StudentDegMajor(SortIdx).
           MOVE StudentConferDate(SortIdx2)
               TO StudentConferDate(SortIdx).

           MOVE SwapStuNum    TO StudentNumber(SortIdx2).
           MOVE SwapStuLast   TO StudentLastName(SortIdx2).
           MOVE SwapStuFirst  TO StudentFirstName(SortIdx2).
           MOVE SwapStuMajor  TO StudentMajor(SortIdx2).
           MOVE SwapStuGPA    TO StudentGPA(SortIdx2).
           MOVE SwapStuStreet TO StudentStreet(SortIdx2).
           MOVE SwapStuCity   TO StudentCity(SortIdx2).
           MOVE SwapStuState  TO StudentState(SortIdx2).
           MOVE SwapStuZip    TO StudentZip(SortIdx2).
           MOVE SwapStuEmail  TO StudentEmail(SortIdx2).
           MOVE SwapStuPhone  TO StudentPhone(SortIdx2).
           MOVE SwapStuClass  TO StudentClassLvl(SortIdx2).
           MOVE SwapStuDegree TO StudentDegree(SortIdx2).
           MOVE SwapStuDegMajor   TO StudentDegMajor(SortIdx2).
           MOVE SwapStuConferDate TO StudentConferDate(SortIdx2).


      ****************************************
      * Put the course table in CourseNumber + CourseSection order.
      * Performed after the load and again after any add or key
      * edit, so Find_course_loc can binary-search.
      *
       Sort_course_table.

           IF CourseCount < 2
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT 1 FROM CourseCount GIVING SortLimit.
           MOVE 1 TO SortSwapped.

           PERFORM UNTIL SortSwapped IS EQUAL 0
               MOVE 0 TO SortSwapped
               PERFORM VARYING SortIdx FROM 1 BY 1
                   UNTIL SortIdx > SortLimit
                   ADD 1 SortIdx GIVING SortIdx2
                   IF CourseNumber(SortIdx) > CourseNumber(SortIdx2)
                   OR (CourseNumber(SortIdx) IS EQUAL
                       CourseNumber(SortIdx2)
                       AND CourseSection(SortIdx) >
                           CourseSection(SortIdx2))
                       PERFORM Swap_course_rows
                       MOVE 1 TO SortSwapped
                   END-IF
               END-PERFORM
           END-PERFORM.


      ****************************************
      * Swap the course table rows at SortIdx and SortIdx2
      *
       Swap_course_rows.

           MOVE CourseNumber(SortIdx)        TO SwapCourNum.
           MOVE CourseName(SortIdx)          TO SwapCourName.
           MOVE CourseDays(SortIdx)          TO SwapCourDays.
           MOVE CourseTime(SortIdx)          TO SwapCourTime.
           MOVE ProfLastName(SortIdx)        TO SwapCourProf.
           MOVE CourseMaxSeats(SortIdx)      TO SwapCourSeats.
           MOVE CourseCredits(SortIdx)       TO SwapCourCred.
           MOVE CourseRatePerCredit(SortIdx) TO SwapCourRate.
           MOVE CourseSection(SortIdx)       TO SwapCourSect.
           MOVE CourseBldg(SortIdx)          TO SwapCourBldg.
           MOVE CourseRoom(SortIdx)          TO SwapCourRoom.
           MOVE CourseMinEnroll(SortIdx)     TO SwapCourMin.

           MOVE CourseNumber(SortIdx2)   TO CourseNumber(SortIdx).
           MOVE CourseName(SortIdx2)     TO CourseName(SortIdx).
           MOVE CourseDays(SortIdx2)     TO CourseDays(SortIdx).
           MOVE CourseTime(SortIdx2)     TO CourseTime(SortIdx).
           MOVE ProfLastName(SortIdx2)   TO ProfLastName(SortIdx).
           MOVE CourseMaxSeats(SortIdx2) TO CourseMaxSeats(SortIdx).
           MOVE CourseCredits(SortIdx2)  TO CourseCredits(SortIdx).
           MOVE CourseRatePerCredit(SortIdx2)
               TO CourseRatePerCredit(SortIdx).
           MOVE CourseSection(SortIdx2)  TO CourseSection(SortIdx).
           MOVE CourseBldg(SortIdx2)     TO CourseBldg(SortIdx).
           MOVE CourseRoom(SortIdx2)     TO CourseRoom(SortIdx).
           MOVE CourseMinEnroll(SortIdx2) TO CourseMinEnroll(SortIdx).

           MOVE SwapCourNum   TO CourseNumber(SortIdx2).
           MOVE SwapCourName  TO CourseName(SortIdx2).
           MOVE SwapCourDays  TO CourseDays(SortIdx2).
           MOVE SwapCourTime  TO CourseTime(SortIdx2).
           MOVE SwapCourProf  TO ProfLastName(SortIdx2).
           MOVE SwapCourSeats TO CourseMaxSeats(SortIdx2).
           MOVE SwapCourCred  TO CourseCredits(SortIdx2).
           MOVE SwapCourRate  TO CourseRatePerCredit(SortIdx2).
           MOVE SwapCourSect  TO CourseSection(SortIdx2).
           MOVE SwapCourBldg  TO CourseBldg(SortIdx2).
           MOVE SwapCourRoom  TO CourseRoom(SortIdx2).
           MOVE SwapCourMin   TO CourseMinEnroll(SortIdx2).


      ****************************************
      * Binary-search the student table (held in StudentNumber
      * order) for StudentLookupNum. Sets StudentLoc to its table
      * position, or 0 when the student is not on file.
      *
       Find_student_loc.

           MOVE 0 TO StudentLoc.
           MOVE 1 TO BsLow.
           MOVE StudentCount TO BsHigh.

           PERFORM UNTIL BsLow > BsHigh
               COMPUTE BsMid = (BsLow + BsHigh) / 2
               IF StudentNumber(BsMid) IS EQUAL StudentLookupNum
                   MOVE BsMid TO StudentLoc
                   MOVE 1 TO BsLow
                   MOVE 0 TO BsHigh
               ELSE IF StudentNumber(BsMid) < StudentLookupNum
                   ADD BsMid 1 GIVING BsLow
               ELSE
                   SUBTRACT 1 FROM BsMid GIVING BsHigh
               END-IF
           END-PERFORM.


      ****************************************
      * Binary-search the course table (held in CourseNumber +
      * CourseSection order) for CourseLookupNum/CourseLookupSect.
      * Sets CourseLocFound to the row's table position, or 0 when
      * the section is not on file.
      *
       Find_course_loc.

           MOVE 0 TO CourseLocFound.
           MOVE 1 TO BsLow.
           MOVE CourseCount TO BsHigh.

           PERFORM UNTIL BsLow > BsHigh
               COMPUTE BsMid = (BsLow + BsHigh) / 2
               IF CourseNumber(BsMid) IS EQUAL CourseLookupNum
               AND CourseSection(BsMid) IS EQUAL CourseLookupSect
                   MOVE BsMid TO CourseLocFound
                   MOVE 1 TO BsLow
                   MOVE 0 TO BsHigh
               ELSE IF CourseNumber(BsMid) < CourseLookupNum
               OR (CourseNumber(BsMid) IS EQUAL CourseLookupNum
                   AND CourseSection(BsMid) < CourseLookupSect)
                   ADD BsMid 1 GIVING BsLow
               ELSE
                   SUBTRACT 1 FROM BsMid GIVING BsHigh
               END-IF
           END-PERFORM.


      ****************************************
      * Binary-search the course table for any section of
      * CourseLookupNum. Grades and prerequisites carry no section,
      * and every section of a course shares its credits, so any
      * matching row serves. Sets CourseLocFound, or 0 when the
      * course is not on file.
      *
       Find_course_any.

           MOVE 0 TO CourseLocFound.
           MOVE 1 TO BsLow.
           MOVE CourseCount TO BsHigh.

           PERFORM UNTIL BsLow > BsHigh
               COMPUTE BsMid = (BsLow + BsHigh) / 2
               IF CourseNumber(BsMid) IS EQUAL CourseLookupNum
                   MOVE BsMid TO CourseLocFound
                   MOVE 1 TO BsLow
                   MOVE 0 TO BsHigh
               ELSE IF CourseNumber(BsMid) < CourseLookupNum
                   ADD BsMid 1 GIVING BsLow
               ELSE
                   SUBTRACT 1 FROM BsMid GIVING BsHigh
               END-IF
           END-PERFORM.


      ****************************************
      * Display modify student menu
      *
       Modify_student.
           
           DISPLAY " ".
           DISPLAY "    Modify Student".
           DISPLAY "    --------------".
           DISPLAY "1.  Add Student".
           DISPLAY "2.  Edit Student".
           DISPLAY "3.  Delete Student".
           DISPLAY "4.  Place Hold".
           DISPLAY "5.  Release Hold".
           DISPLAY "6.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.
               
           ACCEPT ModStudentChoice.
           PERFORM Process_mod_student_selection.
      
      
      ****************************************     
      * Take action depending on mod student menu choice
      *
       Process_mod_student_selection.
           
           MOVE "ST" TO AccessMenu.
           MOVE ModStudentChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModStudentChoice IS EQUAL 1
               PERFORM Add_student
           ELSE IF ModStudentChoice IS EQUAL 2
               PERFORM Edit_student
           ELSE IF ModStudentChoice IS EQUAL 3
               PERFORM Del_student
           ELSE IF ModStudentChoice IS EQUAL 4
               PERFORM Place_hold
           ELSE IF ModStudentChoice IS EQUAL 5
               PERFORM Release_hold
           END-IF.
           
           
      ****************************************
      * Read new student information from user input
      *
       Add_student.
       
           DISPLAY " ".
           DISPLAY "    Add Student".
           DISPLAY "    -----------".
           
           DISPLAY "    Student number: "     WITH NO ADVANCING.
           ACCEPT NewStudentNumber.
           
           DISPLAY "    Student last name: "  WITH NO ADVANCING.
           ACCEPT NewStudentLastName.
           
           DISPLAY "    Student first name: " WITH NO ADVANCING.
           ACCEPT NewStudentFirstName.
           
           DISPLAY "    Student major: "      WITH NO ADVANCING.
           ACCEPT NewStudentMajor.
           
           DISPLAY "    Student GPA: "        WITH NO ADVANCING.
           ACCEPT NewStudentGPA.

           IF NewStudentGPA > 4.00
               DISPLAY " "
               DISPLAY "Invalid GPA. Must be between 0.00 and 4.00."
               PERFORM Add_student
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Class level (FR/SO/JR/SR): "
               WITH NO ADVANCING.
           ACCEPT NewStudentClassLvl.

           PERFORM Validate_class_level.

           IF ClassLvlValid = 0
               DISPLAY " "
               DISPLAY "Invalid class level. Use FR, SO, JR or SR."
               PERFORM Add_student
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Street address: "      WITH NO ADVANCING.
           ACCEPT NewStudentStreet.

           DISPLAY "    City: "                WITH NO ADVANCING.
           ACCEPT NewStudentCity.

           DISPLAY "    State (2 letters): "   WITH NO ADVANCING.
           ACCEPT NewStudentState.

           DISPLAY "    Zip code: "            WITH NO ADVANCING.
           ACCEPT NewStudentZip.

           DISPLAY "    Email: "               WITH NO ADVANCING.
           ACCEPT NewStudentEmail.

           DISPLAY "    Phone: "               WITH NO ADVANCING.
           ACCEPT NewStudentPhone.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-student.
           DISPLAY new-student-contact.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.
               
           ACCEPT BinaryConfirmChoice.
           
           IF BinaryConfirmChoice IS EQUAL 1
               PERFORM Save_new_student
           ELSE 
               PERFORM Add_student
           END-IF.
       
       
      ****************************************
      * Check NewStudentClassLvl is FR, SO, JR or SR. Sets
      * ClassLvlValid.
      *
       Validate_class_level.

           IF NewStudentClassLvl IS EQUAL "FR"
           OR NewStudentClassLvl IS EQUAL "SO"
           OR NewStudentClassLvl IS EQUAL "JR"
           OR NewStudentClassLvl IS EQUAL "SR"
               MOVE 1 TO ClassLvlValid
           ELSE
               MOVE 0 TO ClassLvlValid
           END-IF.


      ****************************************
      * Save student data to table in memory
      *
       Save_new_student.
           
           ADD StudentCount 1 GIVING StudentCount.
           
           MOVE NewStudentNumber    TO StudentNumber(StudentCount).
           MOVE NewStudentLastName  TO StudentLastName(StudentCount).
           MOVE NewStudentFirstName TO StudentFirstName(StudentCount).
           MOVE NewStudentMajor     TO StudentMajor(StudentCount).
           MOVE NewStudentGPA       TO StudentGPA(StudentCount).
           MOVE NewStudentStreet    TO StudentStreet(StudentCount).
           MOVE NewStudentCity      TO StudentCity(StudentCount).
           MOVE NewStudentState     TO StudentState(StudentCount).
           MOVE NewStudentZip       TO StudentZip(StudentCount).
           MOVE NewStudentEmail     TO StudentEmail(StudentCount).
           MOVE NewStudentPhone     TO StudentPhone(StudentCount).
           MOVE NewStudentClassLvl  TO StudentClassLvl(StudentCount).
           MOVE SPACES              TO StudentDegree(StudentCount).
           MOVE SPACES              TO StudentDegMajor(StudentCount).
           MOVE 0                   TO StudentConferDate(StudentCount).

           PERFORM Sort_student_table.

           MOVE "ADD   " TO AuditAction.
           STRING "Student " DELIMITED BY SIZE
               NewStudentNumber     DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               NewStudentLastName   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Student added.".
       
       
      ****************************************
      * Find student number to delete in memory table
      * 
       Del_student.
       
           DISPLAY " ".
           DISPLAY "    Delete Student".
           DISPLAY "    -----------".
       
           DISPLAY "    Enter student number to delete: "
               WITH NO ADVANCING.
           
           ACCEPT StudentNumberChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > StudentCount
               IF StudentNumber(I) IS EQUAL StudentNumberChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.
               
           IF Loc > 0
               PERFORM Delete_student_at_loc    
           ELSE
               DISPLAY " "
               DISPLAY "Student not found."
           END-IF.
      
      
      *****************************************
      * Delete student from table in memory
      *
       Delete_student_at_loc.

           MOVE 0 TO CascadeCount.
           MOVE 0 TO CascadeWaitCount.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegStuNum(J) IS EQUAL StudentNumberChoice
                   ADD CascadeCount 1 GIVING CascadeCount
               END-IF
           END-PERFORM.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WaitCount
               IF WaitStuNum(J) IS EQUAL StudentNumberChoice
                   ADD CascadeWaitCount 1 GIVING CascadeWaitCount
               END-IF
           END-PERFORM.

           IF CascadeCount > 0
           OR CascadeWaitCount > 0
               DISPLAY " "
               DISPLAY "    ", CascadeCount,
                   " registrations and ", CascadeWaitCount,
                   " waitlist entries reference this student."
           END-IF.

           DISPLAY "    Delete Student ",
               StudentNumber(Loc), ": ",
               StudentLastName(Loc), " ",
               StudentFirstName(Loc)
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING
               
           ACCEPT BinaryConfirmChoice.
               
           IF BinaryConfirmChoice IS EQUAL 1
               MOVE "DELETE" TO AuditAction
               STRING "Student " DELIMITED BY SIZE
                   StudentNumber(Loc)   DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   StudentLastName(Loc) DELIMITED BY SIZE
                   INTO AuditDetail
               PERFORM Write_audit_entry

               SUBTRACT 1 FROM StudentCount GIVING TmpCount

               PERFORM VARYING I FROM Loc BY 1 UNTIL I > TmpCount
                   ADD 1 I GIVING J

                   MOVE StudentNumber(J)    TO StudentNumber(I)
                   MOVE StudentLastName(J)  TO StudentLastName(I)
                   MOVE StudentFirstName(J) TO StudentFirstName(I)
                   MOVE StudentMajor(J)     TO StudentMajor(I)
                   MOVE StudentGPA(J)       TO StudentGPA(I)
                   MOVE StudentStreet(J)    TO StudentStreet(I)
                   MOVE StudentCity(J)      TO StudentCity(I)
                   MOVE StudentState(J)     TO StudentState(I)
                   MOVE StudentZip(J)       TO StudentZip(I)
                   MOVE StudentEmail(J)     TO StudentEmail(I)
                   MOVE StudentPhone(J)     TO StudentPhone(I)
                   MOVE StudentClassLvl(J)  TO StudentClassLvl(I)
                   MOVE StudentDegree(J)    TO StudentDegree(I)
                   MOVE StudentDegMajor(J)  TO StudentDegMajor(I)
                   MOVE StudentConferDate(J) TO StudentConferDate(I)
               END-PERFORM

               SUBTRACT 1 FROM StudentCount

               DISPLAY " "
               DISPLAY "Student deleted."

               IF CascadeCount > 0
               OR CascadeWaitCount > 0
                   PERFORM Offer_student_cascade
               END-IF
           END-IF.


      *****************************************
      * Offer to drop the registrations that referenced the
      * student just deleted, in the same operation, so they do
      * not linger as orphans on the rosters. The student's
      * waitlist entries go with them so a later drop cannot
      * promote a student who no longer exists.
      *
       Offer_student_cascade.

           DISPLAY " ".
           DISPLAY "    Drop this student's ", CascadeCount,
               " registrations and ", CascadeWaitCount,
               " waitlist entries too?".
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TmpCount.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegStuNum(J) NOT EQUAL StudentNumberChoice
                   ADD TmpCount 1 GIVING TmpCount
                   MOVE RegStuNum(J)       TO RegStuNum(TmpCount)
                   MOVE RegCourNum(J)      TO RegCourNum(TmpCount)
                   MOVE RegSemesterCode(J)
                       TO RegSemesterCode(TmpCount)
                   MOVE RegSection(J)      TO RegSection(TmpCount)
                   MOVE RegStatus(J)       TO RegStatus(TmpCount)
                   MOVE RegDropDate(J)     TO RegDropDate(TmpCount)
                   MOVE RegLiabPct(J)      TO RegLiabPct(TmpCount)
               END-IF
           END-PERFORM.

           MOVE TmpCount TO RegCount.

           MOVE 0 TO TmpCount.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WaitCount
               IF WaitStuNum(J) NOT EQUAL StudentNumberChoice
                   ADD TmpCount 1 GIVING TmpCount
                   MOVE WaitCourNum(J)  TO WaitCourNum(TmpCount)
                   MOVE WaitSemester(J) TO WaitSemester(TmpCount)
                   MOVE WaitStuNum(J)   TO WaitStuNum(TmpCount)
                   MOVE WaitPosition(J) TO WaitPosition(TmpCount)
                   MOVE WaitSection(J)  TO WaitSection(TmpCount)
               END-IF
           END-PERFORM.

           MOVE TmpCount TO WaitCount.

           MOVE "DELETE" TO AuditAction.
           STRING "Registrations for student " DELIMITED BY SIZE
               StudentNumberChoice DELIMITED BY SIZE
               " count "           DELIMITED BY SIZE
               CascadeCount        DELIMITED BY SIZE
               " wait "            DELIMITED BY SIZE
               CascadeWaitCount    DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Registrations dropped.".
           
           
      *****************************************
      * Place a registration hold on a student. The hold stays on
      * file after release so the history of when it was placed
      * and lifted can always be shown.
      *
       Place_hold.

           DISPLAY " ".
           DISPLAY "    Place Hold".
           DISPLAY "    -----------".

           DISPLAY "    Student number: "          WITH NO ADVANCING.
           ACCEPT NewHoldStuNum.

           MOVE NewHoldStuNum TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Student not found."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Hold type (e.g. BURSAR): " WITH NO ADVANCING.
           ACCEPT NewHoldType.

           DISPLAY "    Reason: "                  WITH NO ADVANCING.
           ACCEPT NewHoldReason.

           MOVE CurOperId TO NewHoldPlacedBy.

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HoldCount
               IF HoldStuNum(J) IS EQUAL NewHoldStuNum
               AND HoldType(J) IS EQUAL NewHoldType
               AND HoldReleased(J) IS EQUAL 0
                   MOVE 1 TO FoundDuplicate
               END-IF
           END-PERFORM.

           IF FoundDuplicate > 0
               DISPLAY " "
               DISPLAY "Student already has an active hold of that"
                   " type."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-hold.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               PERFORM Place_hold
               EXIT PARAGRAPH
           END-IF.

           IF HoldCount IS EQUAL 100
               DISPLAY " "
               DISPLAY "Hold table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD HoldCount 1 GIVING HoldCount.

           MOVE NewHoldStuNum   TO HoldStuNum(HoldCount).
           MOVE NewHoldType     TO HoldType(HoldCount).
           MOVE NewHoldReason   TO HoldReason(HoldCount).
           MOVE NewHoldPlacedBy TO HoldPlacedBy(HoldCount).
           ACCEPT CurrentDate FROM DATE YYYYMMDD.
           MOVE CurrentDate     TO HoldPlaced(HoldCount).
           MOVE 0               TO HoldReleased(HoldCount).
           MOVE SPACES          TO HoldRelBy(HoldCount).

           MOVE "HOLD  " TO AuditAction.
           STRING "Hold " DELIMITED BY SIZE
               NewHoldStuNum DELIMITED BY SIZE
               " "           DELIMITED BY SIZE
               NewHoldType   DELIMITED BY SIZE
               " "           DELIMITED BY SIZE
               NewHoldReason DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Hold placed.".


      *****************************************
      * Release an active hold. The row is kept with its release
      * date and releaser recorded rather than being deleted.
      *
       Release_hold.

           DISPLAY " ".
           DISPLAY "    Release Hold".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT NewHoldStuNum.

           DISPLAY " ".
           DISPLAY "Active holds:".

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HoldCount
               IF HoldStuNum(J) IS EQUAL NewHoldStuNum
               AND HoldReleased(J) IS EQUAL 0
                   MOVE 1 TO FoundDuplicate
                   DISPLAY HoldType(J), " ", HoldReason(J),
                       " placed ", HoldPlaced(J),
                       " by ", HoldPlacedBy(J)
               END-IF
           END-PERFORM.

           IF FoundDuplicate < 1
               DISPLAY "No active holds for student."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY "    Hold type to release: " WITH NO ADVANCING.
           ACCEPT NewHoldType.

           MOVE 0 TO HoldLoc.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HoldCount
               IF HoldStuNum(J) IS EQUAL NewHoldStuNum
               AND HoldType(J) IS EQUAL NewHoldType
               AND HoldReleased(J) IS EQUAL 0
                   MOVE J TO HoldLoc
               END-IF
           END-PERFORM.

           IF HoldLoc < 1
               DISPLAY " "
               DISPLAY "No active hold of that type for student."
               EXIT PARAGRAPH
           END-IF.

           MOVE CurOperId TO NewHoldRelBy.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.
           MOVE CurrentDate  TO HoldReleased(HoldLoc).
           MOVE NewHoldRelBy TO HoldRelBy(HoldLoc).

           MOVE "RELEAS" TO AuditAction.
           STRING "Hold " DELIMITED BY SIZE
               NewHoldStuNum DELIMITED BY SIZE
               " "           DELIMITED BY SIZE
               NewHoldType   DELIMITED BY SIZE
               " by "        DELIMITED BY SIZE
               NewHoldRelBy  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Hold released.".


      *****************************************
      * Find student to edit
      *
       Edit_student.
           
           DISPLAY " ".
           DISPLAY "    Edit Student".
           DISPLAY "    -----------".
       
           DISPLAY "    Enter student number to edit: "
               WITH NO ADVANCING.
           
           ACCEPT StudentNumberChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > StudentCount
               IF StudentNumber(I) IS EQUAL StudentNumberChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.
               
           IF Loc > 0
               MOVE Loc TO I
               PERFORM Edit_student_at_i    
           ELSE
               DISPLAY " "
               DISPLAY "Student not found."
           END-IF.
           
           
      *****************************************
      * Edits student table at index I
      * Prompt to change a specific attribute in table 
      * 
       Edit_student_at_i.
       
           DISPLAY " ".
       
           DISPLAY student-record-heading.
           PERFORM Display_student_table_line.
       
           DISPLAY " ".
           DISPLAY "    Edit which attribute?".
           DISPLAY "    -----------"
           DISPLAY "1.  Student Number"
           DISPLAY "2.  Last Name"
           DISPLAY "3.  First Name"
           DISPLAY "4.  Major"
           DISPLAY "5.  GPA"
           DISPLAY "6.  Class Level"
           DISPLAY "7.  Street Address"
           DISPLAY "8.  City"
           DISPLAY "9.  State"
           DISPLAY "10. Zip Code"
           DISPLAY "11. Email"
           DISPLAY "12. Phone"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT AttributeChoice.
               
           IF AttributeChoice IS EQUAL 1
               DISPLAY "    Enter new student number: "
                   WITH NO ADVANCING
               ACCEPT StudentNumber(I)
           ELSE IF AttributeChoice IS EQUAL 2
               DISPLAY "    Enter new last name: "
                   WITH NO ADVANCING
               ACCEPT StudentLastName(I)
           ELSE IF AttributeChoice IS EQUAL 3
               DISPLAY "    Enter new first name: "
                   WITH NO ADVANCING
               ACCEPT StudentFirstName(I)
           ELSE IF AttributeChoice IS EQUAL 4
               DISPLAY "    Enter new major: "
                   WITH NO ADVANCING
               ACCEPT StudentMajor(I)
           ELSE IF AttributeChoice IS EQUAL 5
               DISPLAY "    Enter new GPA: "
                   WITH NO ADVANCING
               ACCEPT NewStudentGPA
               IF NewStudentGPA > 4.00
                   DISPLAY " "
                   DISPLAY "Invalid GPA. Must be between 0.00 and 4.00."
                   PERFORM Edit_student_at_i
                   EXIT PARAGRAPH
               END-IF
               MOVE NewStudentGPA TO StudentGPA(I)
           ELSE IF AttributeChoice IS EQUAL 6
               DISPLAY "    Enter new class level (FR/SO/JR/SR): "
                   WITH NO ADVANCING
               ACCEPT NewStudentClassLvl
               PERFORM Validate_class_level
               IF ClassLvlValid = 0
                   DISPLAY " "
                   DISPLAY "Invalid class level. Use FR, SO, JR or SR."
                   PERFORM Edit_student_at_i
                   EXIT PARAGRAPH
               END-IF
               MOVE NewStudentClassLvl TO StudentClassLvl(I)
           ELSE IF AttributeChoice IS EQUAL 7
               DISPLAY "    Enter new street address: "
                   WITH NO ADVANCING
               ACCEPT StudentStreet(I)
           ELSE IF AttributeChoice IS EQUAL 8
               DISPLAY "    Enter new city: "
                   WITH NO ADVANCING
               ACCEPT StudentCity(I)
           ELSE IF AttributeChoice IS EQUAL 9
               DISPLAY "    Enter new state: "
                   WITH NO ADVANCING
               ACCEPT StudentState(I)
           ELSE IF AttributeChoice IS EQUAL 10
               DISPLAY "    Enter new zip code: "
                   WITH NO ADVANCING
               ACCEPT StudentZip(I)
           ELSE IF AttributeChoice IS EQUAL 11
               DISPLAY "    Enter new email: "
                   WITH NO ADVANCING
               ACCEPT StudentEmail(I)
           ELSE IF AttributeChoice IS EQUAL 12
               DISPLAY "    Enter new phone: "
                   WITH NO ADVANCING
               ACCEPT StudentPhone(I)
           ELSE
               DISPLAY " "
               DISPLAY "Invalid selection."
               PERFORM Edit_student_at_i
               EXIT PARAGRAPH
           END-IF.

           MOVE "EDIT  " TO AuditAction.
           STRING "Student " DELIMITED BY SIZE
               StudentNumber(I)     DELIMITED BY SIZE
               " attribute "        DELIMITED BY SIZE
               AttributeChoice      DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

      * A new student number may belong elsewhere in key order.
           IF AttributeChoice IS EQUAL 1
               PERFORM Sort_student_table
           END-IF.


      ****************************************
      * Display modify course menu
      *
       Modify_course.
           
           DISPLAY " ".
           DISPLAY "    Modify Course".
           DISPLAY "    --------------".
           DISPLAY "1.  Add Course".
           DISPLAY "2.  Edit Course".
           DISPLAY "3.  Delete Course".
           DISPLAY "4.  Maintain Prerequisites".
           DISPLAY "5.  Maintain Major Requirements".
           DISPLAY "6.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModCourseChoice.
           PERFORM Process_mod_course_selection.


      ****************************************
      * Take action depending on mod course menu choice
      *
       Process_mod_course_selection.

           MOVE "CO" TO AccessMenu.
           MOVE ModCourseChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModCourseChoice IS EQUAL 1
               PERFORM Add_course
           ELSE IF ModCourseChoice IS EQUAL 2
               PERFORM Edit_course
           ELSE IF ModCourseChoice IS EQUAL 3
               PERFORM Del_course
           ELSE IF ModCourseChoice IS EQUAL 4
               PERFORM Maintain_prereq
           ELSE IF ModCourseChoice IS EQUAL 5
               PERFORM Maintain_require
           END-IF.
           
           
      ****************************************
      * Read new course information from user input
      *
       Add_course.
       
           DISPLAY " ".
           DISPLAY "    Add Course".
           DISPLAY "    -----------".
           
           DISPLAY "    Course number: "             WITH NO ADVANCING.
           ACCEPT NewCourseNumber.

           DISPLAY "    Section number: "            WITH NO ADVANCING.
           ACCEPT NewCourseSection.

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               IF CourseNumber(I) IS EQUAL NewCourseNumber
               AND CourseSection(I) IS EQUAL NewCourseSection
                   MOVE 1 TO FoundDuplicate
               END-IF
           END-PERFORM.

           IF FoundDuplicate > 0
               DISPLAY " "
               DISPLAY "That course and section is already on file."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Course name: "               WITH NO ADVANCING.
           ACCEPT NewCourseName.
           
           DISPLAY "    Course days (MTWRF): "       WITH NO ADVANCING.
           ACCEPT NewCourseDays.

           PERFORM Validate_course_days.

           IF DaysValid = 0
               DISPLAY " "
               DISPLAY "Invalid course days. Use only M/T/W/R/F."
               PERFORM Add_course
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Course time (HH:MMAM/PM): "  WITH NO ADVANCING.
           ACCEPT NewCourseTime.

           PERFORM Validate_course_time.

           IF TimeValid = 0
               DISPLAY " "
               DISPLAY "Invalid course time. Use HH:MMAM/PM, "
                   "01-12 hour, 00-59 minute."
               PERFORM Add_course
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Prof Last Name: "            WITH NO ADVANCING.
           ACCEPT NewProfLastName.

           PERFORM Check_prof_master.

           IF ProfFound < 1
               DISPLAY " "
               DISPLAY "Instructor is not on the professor master."
               PERFORM Add_course
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO EditCourseLoc.
           MOVE SPACES TO OfferCheckTerm.
           PERFORM Check_prof_double_book.

           DISPLAY "    Max seats: "                 WITH NO ADVANCING.
           ACCEPT NewCourseMaxSeats.

           DISPLAY "    Minimum enrollment (0 for none): "
               WITH NO ADVANCING.
           PERFORM Accept_min_enroll.

           IF MinEnrollValid < 1
               DISPLAY " "
               DISPLAY "Minimum enrollment must be 0 to 999."
               PERFORM Add_course
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Credit hours: "               WITH NO ADVANCING.
           ACCEPT NewCourseCredits.

           DISPLAY "    Rate per credit hour: "    WITH NO ADVANCING.
           ACCEPT NewCourseRatePerCredit.

           DISPLAY "    Building (blank for none): " WITH NO ADVANCING.
           MOVE SPACES TO NewCourseBldg.
           ACCEPT NewCourseBldg.

           MOVE 0 TO NewCourseRoom.

           IF NewCourseBldg NOT EQUAL SPACES
               DISPLAY "    Room number: "        WITH NO ADVANCING
               ACCEPT NewCourseRoom

               PERFORM Check_room_master

               IF RoomFound < 1
                   DISPLAY " "
                   DISPLAY "Room is not on the room master."
                   PERFORM Add_course
                   EXIT PARAGRAPH
               END-IF

               MOVE 0 TO EditCourseLoc
               MOVE SPACES TO OfferCheckTerm
               PERFORM Check_room_double_book

               IF RoomDoubleBook > 0
                   DISPLAY " "
                   DISPLAY "Room is already booked for an overlapping"
                       " time slot."
                   PERFORM Add_course
                   EXIT PARAGRAPH
               END-IF

               PERFORM Check_room_capacity
           END-IF.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-course.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.
               
           ACCEPT BinaryConfirmChoice.
           
           IF BinaryConfirmChoice IS EQUAL 1
               PERFORM Save_new_course
           ELSE
               PERFORM Add_course
           END-IF.


      ****************************************
      * Check NewCourseDays is only M/T/W/R/F or space
      *
       Validate_course_days.

           MOVE 1 TO DaysValid.
           PERFORM VARYING DayPos1 FROM 1 BY 1 UNTIL DayPos1 > 3
               IF NewCourseDays(DayPos1:1) NOT EQUAL SPACE
               AND NewCourseDays(DayPos1:1) NOT EQUAL "M"
               AND NewCourseDays(DayPos1:1) NOT EQUAL "T"
               AND NewCourseDays(DayPos1:1) NOT EQUAL "W"
               AND NewCourseDays(DayPos1:1) NOT EQUAL "R"
               AND NewCourseDays(DayPos1:1) NOT EQUAL "F"
                   MOVE 0 TO DaysValid
               END-IF
           END-PERFORM.


      ****************************************
      * Check NewCourseTime matches HH:MMAM/PM,
      * hour 01-12 and minute 00-59
      *
       Validate_course_time.

           MOVE 1 TO TimeValid.

           IF NewCourseTime(1:2) IS NOT NUMERIC
               MOVE 0 TO TimeValid
           END-IF.
           IF NewCourseTime(3:1) NOT EQUAL ":"
               MOVE 0 TO TimeValid
           END-IF.
           IF NewCourseTime(4:2) IS NOT NUMERIC
               MOVE 0 TO TimeValid
           END-IF.
           IF NewCourseTime(6:2) NOT EQUAL "AM"
           AND NewCourseTime(6:2) NOT EQUAL "PM"
               MOVE 0 TO TimeValid
           END-IF.

           IF TimeValid = 1
               MOVE NewCourseTime(1:2) TO TimeHour
               MOVE NewCourseTime(4:2) TO TimeMinute
               IF TimeHour < 1 OR TimeHour > 12
                   MOVE 0 TO TimeValid
               END-IF
               IF TimeMinute > 59
                   MOVE 0 TO TimeValid
               END-IF
           END-IF.


      ****************************************
      * Take a minimum enrollment from the keyboard into
      * NewCourseMinEnroll. Blank means none; anything but a whole
      * number up to 999 leaves MinEnrollValid 0.
      *
       Accept_min_enroll.

           MOVE 1 TO MinEnrollValid.
           MOVE 0 TO NewCourseMinEnroll.
           MOVE SPACES TO NewMinEnrollEntry.
           ACCEPT NewMinEnrollEntry.

           INSPECT NewMinEnrollEntry REPLACING LEADING SPACES BY ZEROS.

           IF NewMinEnrollEntry IS NOT NUMERIC
               MOVE 0 TO MinEnrollValid
               EXIT PARAGRAPH
           END-IF.

           MOVE NewMinEnrollEntry TO NewMinEnrollNum.

           IF NewMinEnrollNum > 999
               MOVE 0 TO MinEnrollValid
               EXIT PARAGRAPH
           END-IF.

           MOVE NewMinEnrollNum TO NewCourseMinEnroll.


      ****************************************
      * Save course data to table in memory
      *
       Save_new_course.
           
           ADD CourseCount 1 GIVING CourseCount.

           MOVE NewCourseNumber TO CourseNumber(CourseCount).
           MOVE NewCourseName TO CourseName(CourseCount).
           MOVE NewCourseDays TO CourseDays(CourseCount).
           MOVE NewCourseTime TO CourseTime(CourseCount).
           MOVE NewProfLastName TO ProfLastName(CourseCount).
           MOVE NewCourseMaxSeats TO CourseMaxSeats(CourseCount).
           MOVE NewCourseCredits TO CourseCredits(CourseCount).
           MOVE NewCourseRatePerCredit
               TO CourseRatePerCredit(CourseCount).
           MOVE NewCourseSection TO CourseSection(CourseCount).
           MOVE NewCourseBldg TO CourseBldg(CourseCount).
           MOVE NewCourseRoom TO CourseRoom(CourseCount).
           MOVE NewCourseMinEnroll TO CourseMinEnroll(CourseCount).

           PERFORM Sort_course_table.

           MOVE "ADD   " TO AuditAction.
           STRING "Course " DELIMITED BY SIZE
               NewCourseNumber      DELIMITED BY SIZE
               " sec "              DELIMITED BY SIZE
               NewCourseSection     DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               NewCourseName        DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Course added.".
       
       
      ****************************************
      * Find course number to delete in memory table
      * 
       Del_course.
       
           DISPLAY " ".
           DISPLAY "    Delete Course".
           DISPLAY "    -----------".
       
           DISPLAY "    Enter course number to delete: "
               WITH NO ADVANCING.

           ACCEPT CourseNumberChoice.

           DISPLAY "    Enter section number: "
               WITH NO ADVANCING.

           ACCEPT SectionChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               IF CourseNumber(I) IS EQUAL CourseNumberChoice
               AND CourseSection(I) IS EQUAL SectionChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.

           IF Loc > 0
               PERFORM Delete_course_at_loc
           ELSE
               DISPLAY " "
               DISPLAY "Course section not found."
           END-IF.
      
      
      *****************************************
      * Delete course from table in memory
      *
       Delete_course_at_loc.

           MOVE 0 TO CascadeCount.
           MOVE 0 TO CascadeWaitCount.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegCourNum(J) IS EQUAL CourseNumberChoice
               AND RegSection(J) IS EQUAL SectionChoice
                   ADD CascadeCount 1 GIVING CascadeCount
               END-IF
           END-PERFORM.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WaitCount
               IF WaitCourNum(J) IS EQUAL CourseNumberChoice
               AND WaitSection(J) IS EQUAL SectionChoice
                   ADD CascadeWaitCount 1 GIVING CascadeWaitCount
               END-IF
           END-PERFORM.

           IF CascadeCount > 0
           OR CascadeWaitCount > 0
               DISPLAY " "
               DISPLAY "    ", CascadeCount,
                   " registrations and ", CascadeWaitCount,
                   " waitlist entries reference this section."
           END-IF.

           DISPLAY "    Delete Course ",
               CourseNumber(Loc), " section ",
               CourseSection(Loc), ": ",
               CourseName(Loc)
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING
               
           ACCEPT BinaryConfirmChoice.
               
           IF BinaryConfirmChoice IS EQUAL 1
               MOVE "DELETE" TO AuditAction
               STRING "Course " DELIMITED BY SIZE
                   CourseNumber(Loc)  DELIMITED BY SIZE
                   " sec "            DELIMITED BY SIZE
                   CourseSection(Loc) DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   CourseName(Loc)    DELIMITED BY SIZE
                   INTO AuditDetail
               PERFORM Write_audit_entry

               SUBTRACT 1 FROM CourseCount GIVING TmpCount

               PERFORM VARYING I FROM Loc BY 1 UNTIL I > TmpCount
                   ADD 1 I GIVING J

                   MOVE CourseNumber(J) TO CourseNumber(I)
                   MOVE CourseName(J) TO CourseName(I)
                   MOVE CourseDays(J) TO CourseDays(I)
                   MOVE CourseTime(J) TO CourseTime(I)
                   MOVE ProfLastName(J) TO ProfLastName(I)
                   MOVE CourseMaxSeats(J) TO CourseMaxSeats(I)
                   MOVE CourseCredits(J) TO CourseCredits(I)
                   MOVE CourseRatePerCredit(J) TO CourseRatePerCredit(I)
                   MOVE CourseSection(J) TO CourseSection(I)
                   MOVE CourseBldg(J) TO CourseBldg(I)
                   MOVE CourseRoom(J) TO CourseRoom(I)
                   MOVE CourseMinEnroll(J) TO CourseMinEnroll(I)
               END-PERFORM

               SUBTRACT 1 FROM CourseCount

               DISPLAY " "
               DISPLAY "Course deleted."
               PERFORM Drop_section_offerings

               IF CascadeCount > 0
               OR CascadeWaitCount > 0
                   PERFORM Offer_course_cascade
               END-IF
           END-IF.


      *****************************************
      * Offer to drop the registrations that referenced the
      * course just deleted, in the same operation, so they do
      * not linger as orphans on the rosters. The course's
      * waitlist entries go with them so a later drop cannot
      * promote anyone into a course that no longer exists.
      *
       Offer_course_cascade.

           DISPLAY " ".
           DISPLAY "    Drop this section's ", CascadeCount,
               " registrations and ", CascadeWaitCount,
               " waitlist entries too?".
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TmpCount.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegCourNum(J) NOT EQUAL CourseNumberChoice
               OR RegSection(J) NOT EQUAL SectionChoice
                   ADD TmpCount 1 GIVING TmpCount
                   MOVE RegStuNum(J)       TO RegStuNum(TmpCount)
                   MOVE RegCourNum(J)      TO RegCourNum(TmpCount)
                   MOVE RegSemesterCode(J)
                       TO RegSemesterCode(TmpCount)
                   MOVE RegSection(J)      TO RegSection(TmpCount)
                   MOVE RegStatus(J)       TO RegStatus(TmpCount)
                   MOVE RegDropDate(J)     TO RegDropDate(TmpCount)
                   MOVE RegLiabPct(J)      TO RegLiabPct(TmpCount)
               END-IF
           END-PERFORM.

           MOVE TmpCount TO RegCount.

           MOVE 0 TO TmpCount.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WaitCount
               IF WaitCourNum(J) NOT EQUAL CourseNumberChoice
               OR WaitSection(J) NOT EQUAL SectionChoice
                   ADD TmpCount 1 GIVING TmpCount
                   MOVE WaitCourNum(J)  TO WaitCourNum(TmpCount)
                   MOVE WaitSemester(J) TO WaitSemester(TmpCount)
                   MOVE WaitStuNum(J)   TO WaitStuNum(TmpCount)
                   MOVE WaitPosition(J) TO WaitPosition(TmpCount)
                   MOVE WaitSection(J)  TO WaitSection(TmpCount)
               END-IF
           END-PERFORM.

           MOVE TmpCount TO WaitCount.

           MOVE "DELETE" TO AuditAction.
           STRING "Registrations for course " DELIMITED BY SIZE
               CourseNumberChoice DELIMITED BY SIZE
               " sec "            DELIMITED BY SIZE
               SectionChoice      DELIMITED BY SIZE
               " count "          DELIMITED BY SIZE
               CascadeCount       DELIMITED BY SIZE
               " wait "           DELIMITED BY SIZE
               CascadeWaitCount   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Registrations dropped.".


      *****************************************
      * Find course to edit
      * 
       Edit_course.
           
           DISPLAY " ".
           DISPLAY "    Edit Course".
           DISPLAY "    -----------".
       
           DISPLAY "    Enter course number to edit: "
               WITH NO ADVANCING.

           ACCEPT CourseNumberChoice.

           DISPLAY "    Enter section number: "
               WITH NO ADVANCING.

           ACCEPT SectionChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               IF CourseNumber(I) IS EQUAL CourseNumberChoice
               AND CourseSection(I) IS EQUAL SectionChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.

           IF Loc > 0
               MOVE Loc TO I
               PERFORM Edit_course_at_i
           ELSE
               DISPLAY " "
               DISPLAY "Course section not found."
           END-IF.
           
           
      *****************************************
      * Edits course table at index I
      * Prompt to change a specific attribute in table 
      * 
       Edit_course_at_i.
       
           DISPLAY " ".
       
           DISPLAY course-record-heading.
           PERFORM Display_course_table_line.
       
           DISPLAY " ".
           DISPLAY "    Edit which attribute?".
           DISPLAY "    -----------"
           DISPLAY "1.  Course Number"
           DISPLAY "2.  Course Name"
           DISPLAY "3.  Course Days"
           DISPLAY "4.  Course Time"
           DISPLAY "5.  Prof Last Name"
           DISPLAY "6.  Max Seats"
           DISPLAY "7.  Credit Hours"
           DISPLAY "8.  Rate Per Credit Hour"
           DISPLAY "9.  Section Number"
           DISPLAY "10. Room Assignment"
           DISPLAY "11. Minimum Enrollment"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT AttributeChoice.

           IF AttributeChoice IS EQUAL 1
               DISPLAY "    Enter new course number: "
                   WITH NO ADVANCING
               ACCEPT CourseNumber(I)
           ELSE IF AttributeChoice IS EQUAL 2
               DISPLAY "    Enter new course name: "
                   WITH NO ADVANCING
               ACCEPT CourseName(I)
           ELSE IF AttributeChoice IS EQUAL 3
               DISPLAY "    Enter new course days: "
                   WITH NO ADVANCING
               ACCEPT NewCourseDays
               PERFORM Validate_course_days
               IF DaysValid = 0
                   DISPLAY " "
                   DISPLAY "Invalid course days. Use only M/T/W/R/F."
                   PERFORM Edit_course_at_i
                   EXIT PARAGRAPH
               END-IF
               MOVE CourseTime(I)   TO NewCourseTime
               MOVE ProfLastName(I) TO NewProfLastName
               MOVE I TO EditCourseLoc
               MOVE SPACES TO OfferCheckTerm
               PERFORM Check_prof_double_book
               MOVE CourseBldg(I) TO NewCourseBldg
               MOVE CourseRoom(I) TO NewCourseRoom
               IF NewCourseBldg NOT EQUAL SPACES
                   PERFORM Check_room_double_book
                   IF RoomDoubleBook > 0
                       DISPLAY " "
                       DISPLAY "Room is already booked for an"
                           " overlapping time slot."
                       PERFORM Edit_course_at_i
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE NewCourseDays TO CourseDays(I)
           ELSE IF AttributeChoice IS EQUAL 4
               DISPLAY "    Enter course time: "
                   WITH NO ADVANCING
               ACCEPT NewCourseTime
               PERFORM Validate_course_time
               IF TimeValid = 0
                   DISPLAY " "
                   DISPLAY "Invalid course time. Use HH:MMAM/PM, "
                       "01-12 hour, 00-59 minute."
                   PERFORM Edit_course_at_i
                   EXIT PARAGRAPH
               END-IF
               MOVE CourseDays(I)   TO NewCourseDays
               MOVE ProfLastName(I) TO NewProfLastName
               MOVE I TO EditCourseLoc
               MOVE SPACES TO OfferCheckTerm
               PERFORM Check_prof_double_book
               MOVE CourseBldg(I) TO NewCourseBldg
               MOVE CourseRoom(I) TO NewCourseRoom
               IF NewCourseBldg NOT EQUAL SPACES
                   PERFORM Check_room_double_book
                   IF RoomDoubleBook > 0
                       DISPLAY " "
                       DISPLAY "Room is already booked for an"
                           " overlapping time slot."
                       PERFORM Edit_course_at_i
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE NewCourseTime TO CourseTime(I)
           ELSE IF AttributeChoice IS EQUAL 5
               DISPLAY "    Enter new prof last name: "
                   WITH NO ADVANCING
               ACCEPT NewProfLastName
               PERFORM Check_prof_master
               IF ProfFound < 1
                   DISPLAY " "
                   DISPLAY "Instructor is not on the professor master."
                   PERFORM Edit_course_at_i
                   EXIT PARAGRAPH
               END-IF
               MOVE CourseDays(I) TO NewCourseDays
               MOVE CourseTime(I) TO NewCourseTime
               MOVE I TO EditCourseLoc
               MOVE SPACES TO OfferCheckTerm
               PERFORM Check_prof_double_book
               MOVE NewProfLastName TO ProfLastName(I)
           ELSE IF AttributeChoice IS EQUAL 6
               DISPLAY "    Enter new max seats: "
                   WITH NO ADVANCING
               ACCEPT  CourseMaxSeats(I)
               MOVE CourseBldg(I) TO NewCourseBldg
               MOVE CourseRoom(I) TO NewCourseRoom
               IF NewCourseBldg NOT EQUAL SPACES
                   PERFORM Check_room_master
                   MOVE CourseMaxSeats(I) TO NewCourseMaxSeats
                   PERFORM Check_room_capacity
               END-IF
           ELSE IF AttributeChoice IS EQUAL 7
               DISPLAY "    Enter new credit hours: "
                   WITH NO ADVANCING
               ACCEPT  CourseCredits(I)
           ELSE IF AttributeChoice IS EQUAL 8
               DISPLAY "    Enter new rate per credit hour: "
                   WITH NO ADVANCING
               ACCEPT  CourseRatePerCredit(I)
           ELSE IF AttributeChoice IS EQUAL 9
               DISPLAY "    Enter new section number: "
                   WITH NO ADVANCING
               ACCEPT NewCourseSection
               MOVE 0 TO FoundDuplicate
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CourseCount
                   IF J NOT EQUAL I
                   AND CourseNumber(J) IS EQUAL CourseNumber(I)
                   AND CourseSection(J) IS EQUAL NewCourseSection
                       MOVE 1 TO FoundDuplicate
                   END-IF
               END-PERFORM
               IF FoundDuplicate > 0
                   DISPLAY " "
                   DISPLAY "That course and section is already on"
                       " file."
                   PERFORM Edit_course_at_i
                   EXIT PARAGRAPH
               END-IF
               MOVE NewCourseSection TO CourseSection(I)
           ELSE IF AttributeChoice IS EQUAL 10
               DISPLAY "    Enter building (blank for none): "
                   WITH NO ADVANCING
               MOVE SPACES TO NewCourseBldg
               ACCEPT NewCourseBldg
               MOVE 0 TO NewCourseRoom
               IF NewCourseBldg NOT EQUAL SPACES
                   DISPLAY "    Enter room number: "
                       WITH NO ADVANCING
                   ACCEPT NewCourseRoom
                   PERFORM Check_room_master
                   IF RoomFound < 1
                       DISPLAY " "
                       DISPLAY "Room is not on the room master."
                       PERFORM Edit_course_at_i
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CourseDays(I) TO NewCourseDays
                   MOVE CourseTime(I) TO NewCourseTime
                   MOVE I TO EditCourseLoc
                   MOVE SPACES TO OfferCheckTerm
                   PERFORM Check_room_double_book
                   IF RoomDoubleBook > 0
                       DISPLAY " "
                       DISPLAY "Room is already booked for an"
                           " overlapping time slot."
                       PERFORM Edit_course_at_i
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CourseMaxSeats(I) TO NewCourseMaxSeats
                   PERFORM Check_room_capacity
               END-IF
               MOVE NewCourseBldg TO CourseBldg(I)
               MOVE NewCourseRoom TO CourseRoom(I)
           ELSE IF AttributeChoice IS EQUAL 11
               DISPLAY "    Enter new minimum enrollment (0 for none): "
                   WITH NO ADVANCING
               PERFORM Accept_min_enroll
               IF MinEnrollValid < 1
                   DISPLAY " "
                   DISPLAY "Minimum enrollment must be 0 to 999."
                   PERFORM Edit_course_at_i
                   EXIT PARAGRAPH
               END-IF
               MOVE NewCourseMinEnroll TO CourseMinEnroll(I)
           ELSE
               DISPLAY " "
               DISPLAY "Invalid selection."
               PERFORM Edit_course_at_i
               EXIT PARAGRAPH
           END-IF.

           MOVE "EDIT  " TO AuditAction.
           STRING "Course " DELIMITED BY SIZE
               CourseNumber(I)      DELIMITED BY SIZE
               " attribute "        DELIMITED BY SIZE
               AttributeChoice      DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

      * A new course number or section may belong elsewhere in key
      * order.
           IF AttributeChoice IS EQUAL 1
           OR AttributeChoice IS EQUAL 9
               PERFORM Sort_course_table
           END-IF.









      *****************************************
      * Display prerequisite maintenance menu
      *
       Maintain_prereq.

           DISPLAY " ".
           DISPLAY "    Maintain Prerequisites".
           DISPLAY "    ----------------------".
           DISPLAY "1.  Add Prerequisite".
           DISPLAY "2.  Remove Prerequisite".
           DISPLAY "3.  List Prerequisites For Course".
           DISPLAY "4.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModPrereqChoice.
           PERFORM Process_mod_prereq_selection.


      ****************************************
      * Take action depending on prereq menu choice
      *
       Process_mod_prereq_selection.

           MOVE "PQ" TO AccessMenu.
           MOVE ModPrereqChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModPrereqChoice IS EQUAL 1
               PERFORM Add_prereq
           ELSE IF ModPrereqChoice IS EQUAL 2
               PERFORM Del_prereq
           ELSE IF ModPrereqChoice IS EQUAL 3
               PERFORM List_prereq
           END-IF.


      ****************************************
      * Add a required course to a course. Both sides of the pair
      * must exist on the course master.
      *
       Add_prereq.

           DISPLAY " ".
           DISPLAY "    Add Prerequisite".
           DISPLAY "    -----------".

           DISPLAY "    Course number: "          WITH NO ADVANCING.
           ACCEPT CourseNumberChoice.

           DISPLAY "    Required course number: " WITH NO ADVANCING.
           ACCEPT ReqCourseNumberChoice.

           MOVE 0 TO FoundCourse.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               IF CourseNumber(I) IS EQUAL CourseNumberChoice
                   MOVE 1 TO FoundCourse
               END-IF
           END-PERFORM.

           IF FoundCourse < 1
               DISPLAY " "
               DISPLAY "Course not found."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FoundCourse.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               IF CourseNumber(I) IS EQUAL ReqCourseNumberChoice
                   MOVE 1 TO FoundCourse
               END-IF
           END-PERFORM.

           IF FoundCourse < 1
               DISPLAY " "
               DISPLAY "Required course not found."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PrereqCount
               IF PrereqCourNum(J) IS EQUAL CourseNumberChoice
               AND PrereqReqNum(J) IS EQUAL ReqCourseNumberChoice
                   MOVE 1 TO FoundDuplicate
               END-IF
           END-PERFORM.

           IF FoundDuplicate > 0
               DISPLAY " "
               DISPLAY "Prerequisite is already on file."
               EXIT PARAGRAPH
           END-IF.

           IF PrereqCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Prerequisite table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD PrereqCount 1 GIVING PrereqCount.

           MOVE CourseNumberChoice    TO PrereqCourNum(PrereqCount).
           MOVE ReqCourseNumberChoice TO PrereqReqNum(PrereqCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Prereq " DELIMITED BY SIZE
               CourseNumberChoice    DELIMITED BY SIZE
               " requires "          DELIMITED BY SIZE
               ReqCourseNumberChoice DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Prerequisite added.".


      ****************************************
      * Remove a required course from a course
      *
       Del_prereq.

           DISPLAY " ".
           DISPLAY "    Remove Prerequisite".
           DISPLAY "    -----------".

           DISPLAY "    Course number: "          WITH NO ADVANCING.
           ACCEPT CourseNumberChoice.

           DISPLAY "    Required course number: " WITH NO ADVANCING.
           ACCEPT ReqCourseNumberChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PrereqCount
               IF PrereqCourNum(I) IS EQUAL CourseNumberChoice
               AND PrereqReqNum(I) IS EQUAL ReqCourseNumberChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.

           IF Loc < 1
               DISPLAY " "
               DISPLAY "Prerequisite not found."
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Prereq " DELIMITED BY SIZE
               CourseNumberChoice    DELIMITED BY SIZE
               " requires "          DELIMITED BY SIZE
               ReqCourseNumberChoice DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           SUBTRACT 1 FROM PrereqCount GIVING TmpCount.

           PERFORM VARYING I FROM Loc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J

               MOVE PrereqCourNum(J) TO PrereqCourNum(I)
               MOVE PrereqReqNum(J)  TO PrereqReqNum(I)
           END-PERFORM.

           SUBTRACT 1 FROM PrereqCount.

           DISPLAY " ".
           DISPLAY "Prerequisite removed.".


      ****************************************
      * List the required courses on file for one course
      *
       List_prereq.

           DISPLAY " ".
           DISPLAY "    List Prerequisites".
           DISPLAY "    -----------".

           DISPLAY "    Course number: " WITH NO ADVANCING.
           ACCEPT CourseNumberChoice.

           DISPLAY " ".
           DISPLAY "Required courses:".

           MOVE 0 TO FoundCourse.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PrereqCount
               IF PrereqCourNum(I) IS EQUAL CourseNumberChoice
                   MOVE 1 TO FoundCourse
                   DISPLAY PrereqReqNum(I)
               END-IF
           END-PERFORM.

           IF FoundCourse < 1
               DISPLAY "No prerequisites on file for course."
           END-IF.


      *****************************************
      * Display major requirements maintenance menu
      *
       Maintain_require.

           DISPLAY " ".
           DISPLAY "    Maintain Major Requirements".
           DISPLAY "    ---------------------------".
           DISPLAY "1.  Add Required Course".
           DISPLAY "2.  Remove Required Course".
           DISPLAY "3.  Set Minimum Credits For Major".
           DISPLAY "4.  List Requirements For Major".
           DISPLAY "5.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModReqChoice.
           PERFORM Process_mod_require_selection.


      ****************************************
      * Take action depending on requirements menu choice
      *
       Process_mod_require_selection.

           MOVE "RQ" TO AccessMenu.
           MOVE ModReqChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModReqChoice IS EQUAL 1
               PERFORM Add_require
           ELSE IF ModReqChoice IS EQUAL 2
               PERFORM Del_require
           ELSE IF ModReqChoice IS EQUAL 3
               PERFORM Set_require_credits
           ELSE IF ModReqChoice IS EQUAL 4
               PERFORM List_require
           END-IF.


      ****************************************
      * Add a required course to a major. The course must exist on
      * the course master.
      *
       Add_require.

           DISPLAY " ".
           DISPLAY "    Add Required Course".
           DISPLAY "    -----------".

           DISPLAY "    Major: "                  WITH NO ADVANCING.
           ACCEPT ReqMajorChoice.

           DISPLAY "    Required course number: " WITH NO ADVANCING.
           ACCEPT NewReqCourse.

           MOVE 0 TO FoundCourse.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               IF CourseNumber(I) IS EQUAL NewReqCourse
                   MOVE 1 TO FoundCourse
               END-IF
           END-PERFORM.

           IF FoundCourse < 1
               DISPLAY " "
               DISPLAY "Course not found."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ReqCount
               IF ReqMajor(J) IS EQUAL ReqMajorChoice
               AND ReqCourse(J) IS EQUAL NewReqCourse
                   MOVE 1 TO FoundDuplicate
               END-IF
           END-PERFORM.

           IF FoundDuplicate > 0
               DISPLAY " "
               DISPLAY "Requirement is already on file."
               EXIT PARAGRAPH
           END-IF.

           IF ReqCount IS EQUAL 200
               DISPLAY " "
               DISPLAY "Requirements table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD ReqCount 1 GIVING ReqCount.

           MOVE ReqMajorChoice TO ReqMajor(ReqCount).
           MOVE NewReqCourse   TO ReqCourse(ReqCount).
           MOVE 0              TO ReqMinCred(ReqCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Requirement " DELIMITED BY SIZE
               ReqMajorChoice DELIMITED BY SIZE
               " requires "   DELIMITED BY SIZE
               NewReqCourse   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Requirement added.".


      ****************************************
      * Remove a required course from a major
      *
       Del_require.

           DISPLAY " ".
           DISPLAY "    Remove Required Course".
           DISPLAY "    -----------".

           DISPLAY "    Major: "                  WITH NO ADVANCING.
           ACCEPT ReqMajorChoice.

           DISPLAY "    Required course number: " WITH NO ADVANCING.
           ACCEPT NewReqCourse.

           MOVE 0 TO ReqLoc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ReqCount
               IF ReqMajor(I) IS EQUAL ReqMajorChoice
               AND ReqCourse(I) IS EQUAL NewReqCourse
                   MOVE I TO ReqLoc
               END-IF
           END-PERFORM.

           IF ReqLoc < 1
               DISPLAY " "
               DISPLAY "Requirement not found."
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Requirement " DELIMITED BY SIZE
               ReqMajorChoice DELIMITED BY SIZE
               " requires "   DELIMITED BY SIZE
               NewReqCourse   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           SUBTRACT 1 FROM ReqCount GIVING TmpCount.

           PERFORM VARYING I FROM ReqLoc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J

               MOVE ReqMajor(J)   TO ReqMajor(I)
               MOVE ReqCourse(J)  TO ReqCourse(I)
               MOVE ReqMinCred(J) TO ReqMinCred(I)
           END-PERFORM.

           SUBTRACT 1 FROM ReqCount.

           DISPLAY " ".
           DISPLAY "Requirement removed.".


      ****************************************
      * Set the minimum credit total a major needs to graduate.
      * Kept on its own blank-course row so the course
      * requirements stay one row per course.
      *
       Set_require_credits.

           DISPLAY " ".
           DISPLAY "    Set Minimum Credits".
           DISPLAY "    -----------".

           DISPLAY "    Major: "            WITH NO ADVANCING.
           ACCEPT ReqMajorChoice.

           DISPLAY "    Minimum credits: "  WITH NO ADVANCING.
           ACCEPT NewReqMinCred.

           MOVE 0 TO ReqLoc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ReqCount
               IF ReqMajor(I) IS EQUAL ReqMajorChoice
               AND ReqCourse(I) IS EQUAL SPACES
                   MOVE I TO ReqLoc
               END-IF
           END-PERFORM.

           IF ReqLoc > 0
               MOVE NewReqMinCred TO ReqMinCred(ReqLoc)
           ELSE
               IF ReqCount IS EQUAL 200
                   DISPLAY " "
                   DISPLAY "Requirements table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD ReqCount 1 GIVING ReqCount
               MOVE ReqMajorChoice TO ReqMajor(ReqCount)
               MOVE SPACES         TO ReqCourse(ReqCount)
               MOVE NewReqMinCred  TO ReqMinCred(ReqCount)
           END-IF.

           MOVE "EDIT  " TO AuditAction.
           STRING "Requirement " DELIMITED BY SIZE
               ReqMajorChoice  DELIMITED BY SIZE
               " min credits " DELIMITED BY SIZE
               NewReqMinCred   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Minimum credits set.".


      ****************************************
      * List the requirements on file for one major
      *
       List_require.

           DISPLAY " ".
           DISPLAY "    List Requirements".
           DISPLAY "    -----------".

           DISPLAY "    Major: " WITH NO ADVANCING.
           ACCEPT ReqMajorChoice.

           DISPLAY " ".
           DISPLAY "Required courses:".

           MOVE 0 TO AuditReqFound.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ReqCount
               IF ReqMajor(I) IS EQUAL ReqMajorChoice
                   MOVE 1 TO AuditReqFound
                   IF ReqCourse(I) IS EQUAL SPACES
                       DISPLAY "Minimum credits: ", ReqMinCred(I)
                   ELSE
                       DISPLAY ReqCourse(I)
                   END-IF
               END-IF
           END-PERFORM.

           IF AuditReqFound < 1
               DISPLAY "No requirements on file for major."
           END-IF.


      *****************************************
      * Record a payment received from a student for a term.
      *
       Add_payment.

           DISPLAY " ".
           DISPLAY "    Payment Entry".
           DISPLAY "    -------------".

           DISPLAY "    Student number: "         WITH NO ADVANCING.
           ACCEPT NewPayStuNum.

           DISPLAY "    Semester code: "          WITH NO ADVANCING.
           ACCEPT NewPaySemester.

           DISPLAY "    Payment date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT NewPayDate.

           DISPLAY "    Amount: "                 WITH NO ADVANCING.
           ACCEPT NewPayAmount.

           MOVE "P"    TO NewPayType.
           MOVE SPACES TO NewPayReason.

           MOVE NewPayStuNum TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Invalid student number. Please try again."
               EXIT PARAGRAPH
           END-IF.

           IF NewPaySemester NOT EQUAL "LEGACY"
               MOVE NewPaySemester TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   DISPLAY " "
                   DISPLAY "Unknown semester code."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-payment.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice IS EQUAL 1
               PERFORM Save_new_payment
           ELSE
               PERFORM Add_payment
           END-IF.


      *****************************************
      * Save payment data to table in memory
      *
       Save_new_payment.

           IF PayCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Payment table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD PayCount 1 GIVING PayCount.

           MOVE NewPayStuNum   TO PayStuNum(PayCount).
           MOVE NewPaySemester TO PaySemester(PayCount).
           MOVE NewPayDate     TO PayDate(PayCount).
           MOVE NewPayAmount   TO PayAmount(PayCount).
           MOVE NewPayType     TO PayType(PayCount).
           MOVE NewPayReason   TO PayReason(PayCount).

           MOVE "PAYMNT" TO AuditAction.
           STRING "Payment " DELIMITED BY SIZE
               NewPayStuNum   DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewPaySemester DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewPayType     DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewPayAmount   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Payment recorded.".


      *****************************************
      * Record a refund or adjustment against a student's payment
      * activity for a term. Refunds subtract from the amount paid
      * in the balance math; adjustments credit it like a payment.
      * The signed-on operator confirms before the row is written
      * and is recorded as approving it - money is leaving the
      * school on a refund.
      *
       Add_refund.

           DISPLAY " ".
           DISPLAY "    Refund / Adjustment Entry".
           DISPLAY "    -------------------------".

           DISPLAY "    Student number: "          WITH NO ADVANCING.
           ACCEPT NewPayStuNum.

           MOVE NewPayStuNum TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Invalid student number. Please try again."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Semester code: "           WITH NO ADVANCING.
           ACCEPT NewPaySemester.

           IF NewPaySemester NOT EQUAL "LEGACY"
               MOVE NewPaySemester TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   DISPLAY " "
                   DISPLAY "Unknown semester code."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "    Date (YYYYMMDD): "         WITH NO ADVANCING.
           ACCEPT NewPayDate.

           DISPLAY "    Type (R=refund A=adjustment): "
               WITH NO ADVANCING.
           ACCEPT NewPayType.

           IF NewPayType NOT EQUAL "R"
           AND NewPayType NOT EQUAL "A"
               DISPLAY " "
               DISPLAY "Invalid type. Use R or A."
               PERFORM Add_refund
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Reason code: "             WITH NO ADVANCING.
           ACCEPT NewPayReason.

           DISPLAY "    Amount: "                  WITH NO ADVANCING.
           ACCEPT NewPayAmount.

           DISPLAY "    -----------".
           DISPLAY "    Operator ", CurOperId,
               ": approve this transaction?".
           DISPLAY new-payment.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           IF PayCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Payment table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD PayCount 1 GIVING PayCount.

           MOVE NewPayStuNum   TO PayStuNum(PayCount).
           MOVE NewPaySemester TO PaySemester(PayCount).
           MOVE NewPayDate     TO PayDate(PayCount).
           MOVE NewPayAmount   TO PayAmount(PayCount).
           MOVE NewPayType     TO PayType(PayCount).
           MOVE NewPayReason   TO PayReason(PayCount).

           MOVE "REFUND" TO AuditAction.
           STRING "Refund " DELIMITED BY SIZE
               NewPayStuNum      DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               NewPaySemester    DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               NewPayType        DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               NewPayAmount      DELIMITED BY SIZE
               " by "            DELIMITED BY SIZE
               CurOperId         DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Transaction recorded.".


      *****************************************
      * Display financial aid maintenance menu
      *
       Modify_aid.

           DISPLAY " ".
           DISPLAY "    Financial Aid Maintenance".
           DISPLAY "    -------------------------".
           DISPLAY "1.  Add Award".
           DISPLAY "2.  Mark Award Disbursed".
           DISPLAY "3.  Delete Award".
           DISPLAY "4.  List Awards For Student".
           DISPLAY "5.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModAidChoice.
           PERFORM Process_mod_aid_selection.


      ****************************************
      * Take action depending on aid menu choice
      *
       Process_mod_aid_selection.

           MOVE "AD" TO AccessMenu.
           MOVE ModAidChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModAidChoice IS EQUAL 1
               PERFORM Add_aid
           ELSE IF ModAidChoice IS EQUAL 2
               PERFORM Mark_aid_disbursed
           ELSE IF ModAidChoice IS EQUAL 3
               PERFORM Del_aid
           ELSE IF ModAidChoice IS EQUAL 4
               PERFORM List_aid
           END-IF.


      *****************************************
      * Record an aid award promised to a student for a term. The
      * award is entered undisbursed; when the aid check posts as a
      * payment the award is marked disbursed so the amount is not
      * credited twice.
      *
       Add_aid.

           DISPLAY " ".
           DISPLAY "    Add Award".
           DISPLAY "    -----------".

           DISPLAY "    Student number: "         WITH NO ADVANCING.
           ACCEPT NewAidStuNum.

           MOVE NewAidStuNum TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Invalid student number. Please try again."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Semester code: "          WITH NO ADVANCING.
           ACCEPT NewAidSemester.

           IF NewAidSemester NOT EQUAL "LEGACY"
               MOVE NewAidSemester TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   DISPLAY " "
                   DISPLAY "Unknown semester code."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "    Award code: "             WITH NO ADVANCING.
           ACCEPT NewAidCode.

           DISPLAY "    Amount: "                 WITH NO ADVANCING.
           ACCEPT NewAidAmount.

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > AidCount
               IF AidStuNum(J) IS EQUAL NewAidStuNum
               AND AidSemester(J) IS EQUAL NewAidSemester
               AND AidCode(J) IS EQUAL NewAidCode
                   MOVE 1 TO FoundDuplicate
               END-IF
           END-PERFORM.

           IF FoundDuplicate > 0
               DISPLAY " "
               DISPLAY "That award is already on file for the term."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-aid.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               PERFORM Add_aid
               EXIT PARAGRAPH
           END-IF.

           IF AidCount IS EQUAL 200
               DISPLAY " "
               DISPLAY "Aid table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD AidCount 1 GIVING AidCount.

           MOVE NewAidStuNum   TO AidStuNum(AidCount).
           MOVE NewAidSemester TO AidSemester(AidCount).
           MOVE NewAidCode     TO AidCode(AidCount).
           MOVE NewAidAmount   TO AidAmount(AidCount).
           MOVE "N"            TO AidDisb(AidCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Award " DELIMITED BY SIZE
               NewAidStuNum   DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewAidSemester DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewAidCode     DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewAidAmount   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Award recorded.".


      *****************************************
      * Mark an award disbursed once the aid check has posted on
      * the payment file, so the pending credit comes off the
      * balance-due math.
      *
       Mark_aid_disbursed.

           DISPLAY " ".
           DISPLAY "    Mark Award Disbursed".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT NewAidStuNum.

           DISPLAY "    Semester code: "  WITH NO ADVANCING.
           ACCEPT NewAidSemester.

           DISPLAY "    Award code: "     WITH NO ADVANCING.
           ACCEPT NewAidCode.

           MOVE 0 TO AidLoc.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > AidCount
               IF AidStuNum(J) IS EQUAL NewAidStuNum
               AND AidSemester(J) IS EQUAL NewAidSemester
               AND AidCode(J) IS EQUAL NewAidCode
                   MOVE J TO AidLoc
               END-IF
           END-PERFORM.

           IF AidLoc < 1
               DISPLAY " "
               DISPLAY "Award not found."
               EXIT PARAGRAPH
           END-IF.

           IF AidDisb(AidLoc) IS EQUAL "Y"
               DISPLAY " "
               DISPLAY "Award is already marked disbursed."
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO AidDisb(AidLoc).

           MOVE "AIDDSB" TO AuditAction.
           STRING "Award " DELIMITED BY SIZE
               NewAidStuNum   DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewAidSemester DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewAidCode     DELIMITED BY SIZE
               " disbursed"   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Award marked disbursed.".


      *****************************************
      * Delete an aid award from the table in memory
      *
       Del_aid.

           DISPLAY " ".
           DISPLAY "    Delete Award".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT NewAidStuNum.

           DISPLAY "    Semester code: "  WITH NO ADVANCING.
           ACCEPT NewAidSemester.

           DISPLAY "    Award code: "     WITH NO ADVANCING.
           ACCEPT NewAidCode.

           MOVE 0 TO AidLoc.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > AidCount
               IF AidStuNum(J) IS EQUAL NewAidStuNum
               AND AidSemester(J) IS EQUAL NewAidSemester
               AND AidCode(J) IS EQUAL NewAidCode
                   MOVE J TO AidLoc
               END-IF
           END-PERFORM.

           IF AidLoc < 1
               DISPLAY " "
               DISPLAY "Award not found."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Delete Award ",
               AidStuNum(AidLoc), " ",
               AidSemester(AidLoc), " ",
               AidCode(AidLoc)
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Award " DELIMITED BY SIZE
               AidStuNum(AidLoc)   DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               AidSemester(AidLoc) DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               AidCode(AidLoc)     DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           SUBTRACT 1 FROM AidCount GIVING TmpCount.

           PERFORM VARYING I FROM AidLoc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J

               MOVE AidStuNum(J)   TO AidStuNum(I)
               MOVE AidSemester(J) TO AidSemester(I)
               MOVE AidCode(J)     TO AidCode(I)
               MOVE AidAmount(J)   TO AidAmount(I)
               MOVE AidDisb(J)     TO AidDisb(I)
           END-PERFORM.

           SUBTRACT 1 FROM AidCount.

           DISPLAY " ".
           DISPLAY "Award deleted.".


      *****************************************
      * List every award on file for one student
      *
       List_aid.

           DISPLAY " ".
           DISPLAY "    List Awards".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT NewAidStuNum.

           DISPLAY " ".
           DISPLAY aid-record-heading.

           MOVE 0 TO FoundStudent.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > AidCount
               IF AidStuNum(J) IS EQUAL NewAidStuNum
                   MOVE 1 TO FoundStudent
                   MOVE AidStuNum(J)   TO AidStuNumDisp
                   MOVE AidSemester(J) TO AidSemesterDisp
                   MOVE AidCode(J)     TO AidCodeDisp
                   MOVE AidAmount(J)   TO AidAmountDisp
                   MOVE AidDisb(J)     TO AidDisbDisp
                   DISPLAY aid-record-disp
               END-IF
           END-PERFORM.

           IF FoundStudent < 1
               DISPLAY "No awards on file for student."
           END-IF.


      *****************************************
      * Display room maintenance menu
      *
       Modify_room.

           DISPLAY " ".
           DISPLAY "    Room Maintenance".
           DISPLAY "    ----------------".
           DISPLAY "1.  Add Room".
           DISPLAY "2.  Edit Room Capacity".
           DISPLAY "3.  Delete Room".
           DISPLAY "4.  List Rooms".
           DISPLAY "5.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModRoomChoice.
           PERFORM Process_mod_room_selection.


      ****************************************
      * Take action depending on room menu choice
      *
       Process_mod_room_selection.

           MOVE "RM" TO AccessMenu.
           MOVE ModRoomChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModRoomChoice IS EQUAL 1
               PERFORM Add_room
           ELSE IF ModRoomChoice IS EQUAL 2
               PERFORM Edit_room
           ELSE IF ModRoomChoice IS EQUAL 3
               PERFORM Del_room
           ELSE IF ModRoomChoice IS EQUAL 4
               PERFORM List_rooms
           END-IF.


      ****************************************
      * Read new room information from user input
      *
       Add_room.

           DISPLAY " ".
           DISPLAY "    Add Room".
           DISPLAY "    -----------".

           DISPLAY "    Building: "       WITH NO ADVANCING.
           ACCEPT NewRoomBldg.

           DISPLAY "    Room number: "    WITH NO ADVANCING.
           ACCEPT NewRoomNum.

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RoomCount
               IF RoomBldg(I) IS EQUAL NewRoomBldg
               AND RoomNum(I) IS EQUAL NewRoomNum
                   MOVE 1 TO FoundDuplicate
               END-IF
           END-PERFORM.

           IF FoundDuplicate > 0
               DISPLAY " "
               DISPLAY "Room is already on file."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Seat capacity: "  WITH NO ADVANCING.
           ACCEPT NewRoomCap.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-room.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               PERFORM Add_room
               EXIT PARAGRAPH
           END-IF.

           IF RoomCount IS EQUAL 100
               DISPLAY " "
               DISPLAY "Room table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD RoomCount 1 GIVING RoomCount.

           MOVE NewRoomBldg TO RoomBldg(RoomCount).
           MOVE NewRoomNum  TO RoomNum(RoomCount).
           MOVE NewRoomCap  TO RoomCap(RoomCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Room " DELIMITED BY SIZE
               NewRoomBldg DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               NewRoomNum  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Room added.".


      *****************************************
      * Change the seat capacity of a room on the master
      *
       Edit_room.

           DISPLAY " ".
           DISPLAY "    Edit Room Capacity".
           DISPLAY "    -----------".

           DISPLAY "    Building: "    WITH NO ADVANCING.
           ACCEPT RoomBldgChoice.

           DISPLAY "    Room number: " WITH NO ADVANCING.
           ACCEPT RoomNumChoice.

           MOVE 0 TO RoomLoc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RoomCount
               IF RoomBldg(I) IS EQUAL RoomBldgChoice
               AND RoomNum(I) IS EQUAL RoomNumChoice
                   MOVE I TO RoomLoc
               END-IF
           END-PERFORM.

           IF RoomLoc < 1
               DISPLAY " "
               DISPLAY "Room not found."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Enter new seat capacity: "
               WITH NO ADVANCING.
           ACCEPT RoomCap(RoomLoc).

           MOVE "EDIT  " TO AuditAction.
           STRING "Room " DELIMITED BY SIZE
               RoomBldgChoice DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               RoomNumChoice  DELIMITED BY SIZE
               " capacity"    DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Room capacity updated.".


      ****************************************
      * Delete a room from the master. Courses still assigned to
      * the room keep their assignment; the utilization report and
      * the add/edit validations will flag them as unknown rooms.
      *
       Del_room.

           DISPLAY " ".
           DISPLAY "    Delete Room".
           DISPLAY "    -----------".

           DISPLAY "    Building: "    WITH NO ADVANCING.
           ACCEPT RoomBldgChoice.

           DISPLAY "    Room number: " WITH NO ADVANCING.
           ACCEPT RoomNumChoice.

           MOVE 0 TO RoomLoc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RoomCount
               IF RoomBldg(I) IS EQUAL RoomBldgChoice
               AND RoomNum(I) IS EQUAL RoomNumChoice
                   MOVE I TO RoomLoc
               END-IF
           END-PERFORM.

           IF RoomLoc < 1
               DISPLAY " "
               DISPLAY "Room not found."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Delete Room ",
               RoomBldg(RoomLoc), " ",
               RoomNum(RoomLoc)
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Room " DELIMITED BY SIZE
               RoomBldg(RoomLoc) DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               RoomNum(RoomLoc)  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           SUBTRACT 1 FROM RoomCount GIVING TmpCount.

           PERFORM VARYING I FROM RoomLoc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J

               MOVE RoomBldg(J) TO RoomBldg(I)
               MOVE RoomNum(J)  TO RoomNum(I)
               MOVE RoomCap(J)  TO RoomCap(I)
           END-PERFORM.

           SUBTRACT 1 FROM RoomCount.

           DISPLAY " ".
           DISPLAY "Room deleted.".


      *****************************************
      * Display every room on the master file
      *
       List_rooms.

           DISPLAY " ".
           DISPLAY room-record-heading.

           PERFORM Display_room_table_line VARYING I FROM 1 BY 1
               UNTIL I > RoomCount.

           IF RoomCount < 1
               DISPLAY "No rooms on file."
           END-IF.


      *****************************************
      * Display a record from the room table indexed by I
      *
       Display_room_table_line.

           MOVE RoomBldg(I) TO RoomBldgDisp.
           MOVE RoomNum(I)  TO RoomNumDisp.
           MOVE RoomCap(I)  TO RoomCapDisp.

           DISPLAY room-record-disp.


      *****************************************
      * Display overload authorization menu. An advisor records
      * here the higher (or lower) credit ceiling a student may
      * carry in one term; Check_term_load honors it in place of
      * the standard limit.
      *
       Modify_overload.

           DISPLAY " ".
           DISPLAY "    Overload Authorizations".
           DISPLAY "    -----------------------".
           DISPLAY "1.  Add Authorization".
           DISPLAY "2.  Delete Authorization".
           DISPLAY "3.  List Authorizations".
           DISPLAY "4.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModOverloadChoice.

           MOVE "OV" TO AccessMenu.
           MOVE ModOverloadChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModOverloadChoice IS EQUAL 1
               PERFORM Add_overload
           ELSE IF ModOverloadChoice IS EQUAL 2
               PERFORM Del_overload
           ELSE IF ModOverloadChoice IS EQUAL 3
               PERFORM List_overloads
           END-IF.


      *****************************************
      * Record an advisor-approved credit maximum for one student
      * in one term
      *
       Add_overload.

           DISPLAY " ".
           DISPLAY "    Add Overload Authorization".
           DISPLAY "    -----------".

           DISPLAY "    Student number: "        WITH NO ADVANCING.
           ACCEPT NewOvlStuNum.

           MOVE NewOvlStuNum TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Student not found."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Term code: "             WITH NO ADVANCING.
           ACCEPT NewOvlTerm.

           MOVE NewOvlTerm TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               DISPLAY " "
               DISPLAY "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           MOVE NewOvlStuNum TO OvlLookupNum.
           MOVE NewOvlTerm   TO OvlLookupTerm.
           PERFORM Find_overload_loc.

           IF OvlLoc > 0
               DISPLAY " "
               DISPLAY "An authorization is already on file for that"
                   " student and term."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Approved maximum credits: " WITH NO ADVANCING.
           ACCEPT NewOvlMax.

           IF NewOvlMax IS NOT NUMERIC
           OR NewOvlMax < 1
               DISPLAY " "
               DISPLAY "Approved maximum must be 1 to 99 credits."
               PERFORM Add_overload
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Advisor initials: "      WITH NO ADVANCING.
           MOVE SPACES TO NewOvlAdvisor.
           ACCEPT NewOvlAdvisor.

           IF NewOvlAdvisor IS EQUAL SPACES
               DISPLAY " "
               DISPLAY "Advisor initials are required."
               PERFORM Add_overload
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-overload.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               PERFORM Add_overload
               EXIT PARAGRAPH
           END-IF.

           IF OvlCount IS EQUAL 200
               DISPLAY " "
               DISPLAY "Overload table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD OvlCount 1 GIVING OvlCount.

           MOVE NewOvlStuNum  TO OvlStuNum(OvlCount).
           MOVE NewOvlTerm    TO OvlTerm(OvlCount).
           MOVE NewOvlMax     TO OvlMax(OvlCount).
           MOVE NewOvlAdvisor TO OvlAdvisor(OvlCount).
           ACCEPT CurrentDate FROM DATE YYYYMMDD.
           MOVE CurrentDate   TO OvlDate(OvlCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Overload " DELIMITED BY SIZE
               NewOvlStuNum   DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewOvlTerm     DELIMITED BY SIZE
               " max "        DELIMITED BY SIZE
               NewOvlMax      DELIMITED BY SIZE
               " by "         DELIMITED BY SIZE
               NewOvlAdvisor  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Overload authorization added.".


      *****************************************
      * Withdraw an overload authorization. Registrations already
      * accepted under it stand; only later adds are held to the
      * standard limit again.
      *
       Del_overload.

           DISPLAY " ".
           DISPLAY "    Delete Overload Authorization".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT OvlLookupNum.

           DISPLAY "    Term code: "      WITH NO ADVANCING.
           ACCEPT OvlLookupTerm.

           PERFORM Find_overload_loc.

           IF OvlLoc < 1
               DISPLAY " "
               DISPLAY "No authorization on file for that student and"
                   " term."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Delete authorization of ", OvlMax(OvlLoc),
               " credits by ", OvlAdvisor(OvlLoc)
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Overload " DELIMITED BY SIZE
               OvlLookupNum   DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               OvlLookupTerm  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           SUBTRACT 1 FROM OvlCount GIVING TmpCount.

           PERFORM VARYING I FROM OvlLoc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J

               MOVE OvlStuNum(J)  TO OvlStuNum(I)
               MOVE OvlTerm(J)    TO OvlTerm(I)
               MOVE OvlMax(J)     TO OvlMax(I)
               MOVE OvlAdvisor(J) TO OvlAdvisor(I)
               MOVE OvlDate(J)    TO OvlDate(I)
           END-PERFORM.

           SUBTRACT 1 FROM OvlCount.

           DISPLAY " ".
           DISPLAY "Overload authorization deleted.".


      *****************************************
      * Display every overload authorization on file
      *
       List_overloads.

           DISPLAY " ".
           DISPLAY overload-record-heading.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OvlCount
               MOVE OvlStuNum(I)  TO OvlStuNumDisp
               MOVE OvlTerm(I)    TO OvlTermDisp
               MOVE OvlMax(I)     TO OvlMaxDisp
               MOVE OvlAdvisor(I) TO OvlAdvisorDisp
               MOVE OvlDate(I)    TO OvlDateDisp
               DISPLAY overload-record-disp
           END-PERFORM.

           IF OvlCount < 1
               DISPLAY "No overload authorizations on file."
           END-IF.


      *****************************************
      * Look up the authorization for OvlLookupNum in the term in
      * OvlLookupTerm. Sets OvlLoc, or 0 when there is none.
      *
       Find_overload_loc.

           MOVE 0 TO OvlLoc.

           PERFORM VARYING OvlIdx FROM 1 BY 1 UNTIL OvlIdx > OvlCount
               IF OvlStuNum(OvlIdx) IS EQUAL OvlLookupNum
               AND OvlTerm(OvlIdx) IS EQUAL OvlLookupTerm
                   MOVE OvlIdx TO OvlLoc
               END-IF
           END-PERFORM.


      *****************************************
      * Display section offering maintenance menu
      *
       Modify_offering.

           DISPLAY " ".
           DISPLAY "    Section Offerings By Term".
           DISPLAY "    -------------------------".
           DISPLAY "1.  Add Offering".
           DISPLAY "2.  Edit Offering".
           DISPLAY "3.  Delete Offering".
           DISPLAY "4.  List Offerings For Term".
           DISPLAY "5.  Roll Offerings Forward To New Term".
           DISPLAY "6.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModOfferChoice.
           PERFORM Process_mod_offer_selection.


      ****************************************
      * Take action depending on offering menu choice
      *
       Process_mod_offer_selection.

           MOVE "OF" TO AccessMenu.
           MOVE ModOfferChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModOfferChoice IS EQUAL 1
               PERFORM Add_offering
           ELSE IF ModOfferChoice IS EQUAL 2
               PERFORM Edit_offering
           ELSE IF ModOfferChoice IS EQUAL 3
               PERFORM Del_offering
           ELSE IF ModOfferChoice IS EQUAL 4
               PERFORM List_offerings
           ELSE IF ModOfferChoice IS EQUAL 5
               PERFORM Roll_forward_offerings
           END-IF.


      ****************************************
      * Offer a catalog section in one term. The section must be
      * on the course master; its days, time, instructor, seats
      * and room for the term are keyed here and checked against
      * the rest of that term's offerings. The first offering of a
      * term brings the rest of the catalog into it as well.
      *
       Add_offering.

           DISPLAY " ".
           DISPLAY "    Add Offering".
           DISPLAY "    -----------".

           DISPLAY "    Term code: "                 WITH NO ADVANCING.
           ACCEPT NewOffTerm.

           MOVE NewOffTerm TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               DISPLAY " "
               DISPLAY "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Course number: "             WITH NO ADVANCING.
           ACCEPT NewOffCourNum.

           DISPLAY "    Section number: "            WITH NO ADVANCING.
           ACCEPT NewOffSection.

           MOVE NewOffCourNum TO CourseLookupNum.
           MOVE NewOffSection TO CourseLookupSect.
           PERFORM Find_course_loc.

           IF CourseLocFound < 1
               DISPLAY " "
               DISPLAY "Course section is not on the course master."
               EXIT PARAGRAPH
           END-IF.

           MOVE NewOffTerm    TO OfferCheckTerm.
           PERFORM Find_offering_loc.

           IF OfferLoc > 0
               DISPLAY " "
               DISPLAY "That section is already offered in the term."
               EXIT PARAGRAPH
           END-IF.

      * A term with no offerings yet still runs the whole catalog,
      * which Save_new_offering copies in with this section, so
      * until then the double-book checks look at the course
      * master less this section's own row.
           MOVE CourseLocFound TO OffCatalogLoc.
           MOVE 1 TO OffTermEmpty.

           PERFORM VARYING OfferIdx FROM 1 BY 1
               UNTIL OfferIdx > OfferCount
               IF OffTerm(OfferIdx) IS EQUAL NewOffTerm
                   MOVE 0 TO OffTermEmpty
               END-IF
           END-PERFORM.

      * The catalog row is shown as the starting point; most
      * sections meet the same way term after term.
           MOVE CourseLocFound TO I.
           DISPLAY " ".
           DISPLAY course-record-heading.
           PERFORM Display_course_table_line.
           DISPLAY " ".

           DISPLAY "    Days (MTWRF): "              WITH NO ADVANCING.
           ACCEPT NewCourseDays.

           PERFORM Validate_course_days.

           IF DaysValid = 0
               DISPLAY " "
               DISPLAY "Invalid course days. Use only M/T/W/R/F."
               PERFORM Add_offering
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Time (HH:MMAM/PM): "         WITH NO ADVANCING.
           ACCEPT NewCourseTime.

           PERFORM Validate_course_time.

           IF TimeValid = 0
               DISPLAY " "
               DISPLAY "Invalid course time. Use HH:MMAM/PM, "
                   "01-12 hour, 00-59 minute."
               PERFORM Add_offering
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Prof Last Name: "            WITH NO ADVANCING.
           ACCEPT NewProfLastName.

           PERFORM Check_prof_master.

           IF ProfFound < 1
               DISPLAY " "
               DISPLAY "Instructor is not on the professor master."
               PERFORM Add_offering
               EXIT PARAGRAPH
           END-IF.

           PERFORM Set_offer_check_scope.
           PERFORM Check_prof_double_book.

           DISPLAY "    Max seats: "                 WITH NO ADVANCING.
           ACCEPT NewCourseMaxSeats.

           DISPLAY "    Building (blank for none): " WITH NO ADVANCING.
           MOVE SPACES TO NewCourseBldg.
           ACCEPT NewCourseBldg.

           MOVE 0 TO NewCourseRoom.

           IF NewCourseBldg NOT EQUAL SPACES
               DISPLAY "    Room number: "        WITH NO ADVANCING
               ACCEPT NewCourseRoom

               PERFORM Check_room_master

               IF RoomFound < 1
                   DISPLAY " "
                   DISPLAY "Room is not on the room master."
                   PERFORM Add_offering
                   EXIT PARAGRAPH
               END-IF

               PERFORM Set_offer_check_scope
               PERFORM Check_room_double_book

               IF RoomDoubleBook > 0
                   DISPLAY " "
                   DISPLAY "Room is already booked for an overlapping"
                       " time slot in this term."
                   PERFORM Add_offering
                   EXIT PARAGRAPH
               END-IF

               PERFORM Check_room_capacity
           END-IF.

           MOVE NewCourseDays     TO NewOffDays.
           MOVE NewCourseTime     TO NewOffTime.
           MOVE NewProfLastName   TO NewOffProf.
           MOVE NewCourseMaxSeats TO NewOffMaxSeats.
           MOVE NewCourseBldg     TO NewOffBldg.
           MOVE NewCourseRoom     TO NewOffRoom.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-offering.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice IS EQUAL 1
               PERFORM Save_new_offering
           ELSE
               PERFORM Add_offering
           END-IF.


      ****************************************
      * Point the double-book checks at the rows a new offering
      * must not clash with: the term's offerings, or the course
      * master when the term has none yet (OffTermEmpty), leaving
      * out the section's own catalog row in OffCatalogLoc
      *
       Set_offer_check_scope.

           MOVE 0 TO EditOfferLoc.

           IF OffTermEmpty > 0
               MOVE SPACES        TO OfferCheckTerm
               MOVE OffCatalogLoc TO EditCourseLoc
           ELSE
               MOVE NewOffTerm    TO OfferCheckTerm
               MOVE 0             TO EditCourseLoc
           END-IF.


      ****************************************
      * Save offering data to table in memory. The first offering
      * keyed for a term brings the rest of the catalog in with it,
      * since until now the whole catalog ran in that term.
      *
       Save_new_offering.

           IF OfferCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Offering table is full."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TermHasOffers.

           PERFORM VARYING OfferIdx FROM 1 BY 1
               UNTIL OfferIdx > OfferCount
               IF OffTerm(OfferIdx) IS EQUAL NewOffTerm
                   MOVE 1 TO TermHasOffers
               END-IF
           END-PERFORM.

           IF TermHasOffers < 1
               MOVE NewOffTerm TO OfferCheckTerm
               MOVE 0 TO SeedRegOnly
               PERFORM Seed_term_offerings
               DISPLAY " "
               DISPLAY "    ", SeedCount, " other catalog sections"
                   " copied into ", NewOffTerm,
                   " - edit or delete any not running."
           END-IF.

           IF OfferCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Offering table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD OfferCount 1 GIVING OfferCount.

           MOVE NewOffTerm     TO OffTerm(OfferCount).
           MOVE NewOffCourNum  TO OffCourNum(OfferCount).
           MOVE NewOffSection  TO OffSection(OfferCount).
           MOVE NewOffDays     TO OffDays(OfferCount).
           MOVE NewOffTime     TO OffTime(OfferCount).
           MOVE NewOffProf     TO OffProf(OfferCount).
           MOVE NewOffBldg     TO OffBldg(OfferCount).
           MOVE NewOffRoom     TO OffRoom(OfferCount).
           MOVE NewOffMaxSeats TO OffMaxSeats(OfferCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Offering " DELIMITED BY SIZE
               NewOffTerm     DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               NewOffCourNum  DELIMITED BY SIZE
               " sec "        DELIMITED BY SIZE
               NewOffSection  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Offering added.".


      *****************************************
      * Copy catalog sections into the term in OfferCheckTerm as
      * its offerings, each meeting as the course master has it.
      * A term runs off the catalog until its first offering, so
      * this keeps keying one section from dropping the rest. With
      * SeedRegOnly set only sections with registrations in the
      * term are copied. The section in NewOffCourNum /
      * NewOffSection and sections already offered are left alone.
      * Sets SeedCount.
      *
       Seed_term_offerings.

           MOVE 0 TO SeedCount.

           PERFORM Seed_one_offering VARYING SeedIdx FROM 1 BY 1
               UNTIL SeedIdx > CourseCount.

           IF SeedCount > 0
               MOVE "ADD   " TO AuditAction
               STRING "Offerings " DELIMITED BY SIZE
                   OfferCheckTerm   DELIMITED BY SIZE
                   " seeded from catalog " DELIMITED BY SIZE
                   SeedCount        DELIMITED BY SIZE
                   INTO AuditDetail
               PERFORM Write_audit_entry
           END-IF.


      *****************************************
      * Copy catalog row SeedIdx into the term in OfferCheckTerm
      *
       Seed_one_offering.

           IF CourseNumber(SeedIdx) IS EQUAL NewOffCourNum
           AND CourseSection(SeedIdx) IS EQUAL NewOffSection
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SeedFound.

           PERFORM VARYING OfferIdx FROM 1 BY 1
               UNTIL OfferIdx > OfferCount
               IF OffTerm(OfferIdx) IS EQUAL OfferCheckTerm
               AND OffCourNum(OfferIdx) IS EQUAL CourseNumber(SeedIdx)
               AND OffSection(OfferIdx) IS EQUAL
                   CourseSection(SeedIdx)
                   MOVE 1 TO SeedFound
               END-IF
           END-PERFORM.

           IF SeedFound > 0
               EXIT PARAGRAPH
           END-IF.

           IF SeedRegOnly > 0
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
                   IF RegSemesterCode(J) IS EQUAL OfferCheckTerm
                   AND RegCourNum(J) IS EQUAL CourseNumber(SeedIdx)
                   AND RegSection(J) IS EQUAL CourseSection(SeedIdx)
                       MOVE 1 TO SeedFound
                   END-IF
               END-PERFORM
               IF SeedFound < 1
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF OfferCount IS EQUAL 500
               DISPLAY "Offering table is full - ",
                   CourseNumber(SeedIdx), " sec ",
                   CourseSection(SeedIdx), " not copied."
               EXIT PARAGRAPH
           END-IF.

           ADD OfferCount 1 GIVING OfferCount.
           ADD SeedCount 1 GIVING SeedCount.

           MOVE OfferCheckTerm          TO OffTerm(OfferCount).
           MOVE CourseNumber(SeedIdx)   TO OffCourNum(OfferCount).
           MOVE CourseSection(SeedIdx)  TO OffSection(OfferCount).
           MOVE CourseDays(SeedIdx)     TO OffDays(OfferCount).
           MOVE CourseTime(SeedIdx)     TO OffTime(OfferCount).
           MOVE ProfLastName(SeedIdx)   TO OffProf(OfferCount).
           MOVE CourseBldg(SeedIdx)     TO OffBldg(OfferCount).
           MOVE CourseRoom(SeedIdx)     TO OffRoom(OfferCount).
           MOVE CourseMaxSeats(SeedIdx) TO OffMaxSeats(OfferCount).


      *****************************************
      * Look up the offering of NewOffCourNum/NewOffSection in the
      * term in OfferCheckTerm. Sets OfferLoc to its table
      * position, or 0 when the section is not offered that term.
      *
       Find_offering_loc.

           MOVE 0 TO OfferLoc.

           PERFORM VARYING OfferIdx FROM 1 BY 1
               UNTIL OfferIdx > OfferCount
               IF OffTerm(OfferIdx) IS EQUAL OfferCheckTerm
               AND OffCourNum(OfferIdx) IS EQUAL NewOffCourNum
               AND OffSection(OfferIdx) IS EQUAL NewOffSection
                   MOVE OfferIdx TO OfferLoc
               END-IF
           END-PERFORM.


      *****************************************
      * Ask for the term, course and section of an existing
      * offering. Sets OfferLoc, or 0 with a message when the
      * section is not offered in that term.
      *
       Select_offering.

           DISPLAY "    Term code: "         WITH NO ADVANCING.
           ACCEPT NewOffTerm.

           DISPLAY "    Course number: "     WITH NO ADVANCING.
           ACCEPT NewOffCourNum.

           DISPLAY "    Section number: "    WITH NO ADVANCING.
           ACCEPT NewOffSection.

           MOVE NewOffTerm TO OfferCheckTerm.
           PERFORM Find_offering_loc.

           IF OfferLoc < 1
               DISPLAY " "
               DISPLAY "Section is not offered in that term."
           END-IF.


      *****************************************
      * Change one attribute of a term offering. The same edits
      * as the add apply, checked against the term's other
      * offerings only.
      *
       Edit_offering.

           DISPLAY " ".
           DISPLAY "    Edit Offering".
           DISPLAY "    -----------".

           PERFORM Select_offering.

           IF OfferLoc < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE OfferLoc TO I.
           DISPLAY " ".
           DISPLAY offer-record-heading.
           PERFORM Display_offer_table_line.

           DISPLAY " ".
           DISPLAY "1.  Days".
           DISPLAY "2.  Time".
           DISPLAY "3.  Professor".
           DISPLAY "4.  Max seats".
           DISPLAY "5.  Room assignment".
           DISPLAY "6.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.
           ACCEPT AttributeChoice.

      * Load the row into the course work fields the shared
      * day/time/room edits operate on.
           MOVE OffDays(OfferLoc)     TO NewCourseDays.
           MOVE OffTime(OfferLoc)     TO NewCourseTime.
           MOVE OffProf(OfferLoc)     TO NewProfLastName.
           MOVE OffMaxSeats(OfferLoc) TO NewCourseMaxSeats.
           MOVE OffBldg(OfferLoc)     TO NewCourseBldg.
           MOVE OffRoom(OfferLoc)     TO NewCourseRoom.
           MOVE OfferLoc TO EditOfferLoc.
           MOVE OffTerm(OfferLoc) TO OfferCheckTerm.

           IF AttributeChoice IS EQUAL 1
               DISPLAY "    Enter new days (MTWRF): "
                   WITH NO ADVANCING
               ACCEPT NewCourseDays
               PERFORM Validate_course_days
               IF DaysValid = 0
                   DISPLAY " "
                   DISPLAY "Invalid course days. Use only M/T/W/R/F."
                   EXIT PARAGRAPH
               END-IF
           ELSE IF AttributeChoice IS EQUAL 2
               DISPLAY "    Enter new time (HH:MMAM/PM): "
                   WITH NO ADVANCING
               ACCEPT NewCourseTime
               PERFORM Validate_course_time
               IF TimeValid = 0
                   DISPLAY " "
                   DISPLAY "Invalid course time. Use HH:MMAM/PM, "
                       "01-12 hour, 00-59 minute."
                   EXIT PARAGRAPH
               END-IF
           ELSE IF AttributeChoice IS EQUAL 3
               DISPLAY "    Enter new prof last name: "
                   WITH NO ADVANCING
               ACCEPT NewProfLastName
               PERFORM Check_prof_master
               IF ProfFound < 1
                   DISPLAY " "
                   DISPLAY "Instructor is not on the professor master."
                   EXIT PARAGRAPH
               END-IF
           ELSE IF AttributeChoice IS EQUAL 4
               DISPLAY "    Enter new max seats: "
                   WITH NO ADVANCING
               ACCEPT NewCourseMaxSeats
           ELSE IF AttributeChoice IS EQUAL 5
               DISPLAY "    Building (blank for none): "
                   WITH NO ADVANCING
               MOVE SPACES TO NewCourseBldg
               ACCEPT NewCourseBldg
               MOVE 0 TO NewCourseRoom
               IF NewCourseBldg NOT EQUAL SPACES
                   DISPLAY "    Room number: " WITH NO ADVANCING
                   ACCEPT NewCourseRoom
                   PERFORM Check_room_master
                   IF RoomFound < 1
                       DISPLAY " "
                       DISPLAY "Room is not on the room master."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
               EXIT PARAGRAPH
           END-IF.

      * A new slot or instructor is re-checked against the term's
      * other offerings; the room check is a hard stop as on add.
           IF AttributeChoice IS EQUAL 1
           OR AttributeChoice IS EQUAL 2
           OR AttributeChoice IS EQUAL 3
               PERFORM Check_prof_double_book
           END-IF.

           IF NewCourseBldg NOT EQUAL SPACES
           AND AttributeChoice NOT EQUAL 3
           AND AttributeChoice NOT EQUAL 4
               PERFORM Check_room_double_book
               IF RoomDoubleBook > 0
                   DISPLAY " "
                   DISPLAY "Room is already booked for an overlapping"
                       " time slot in this term."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF NewCourseBldg NOT EQUAL SPACES
           AND (AttributeChoice IS EQUAL 4
               OR AttributeChoice IS EQUAL 5)
               PERFORM Check_room_master
               PERFORM Check_room_capacity
           END-IF.

           MOVE NewCourseDays     TO OffDays(OfferLoc).
           MOVE NewCourseTime     TO OffTime(OfferLoc).
           MOVE NewProfLastName   TO OffProf(OfferLoc).
           MOVE NewCourseMaxSeats TO OffMaxSeats(OfferLoc).
           MOVE NewCourseBldg     TO OffBldg(OfferLoc).
           MOVE NewCourseRoom     TO OffRoom(OfferLoc).

           MOVE "EDIT  " TO AuditAction.
           STRING "Offering " DELIMITED BY SIZE
               OffTerm(OfferLoc)    DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               OffCourNum(OfferLoc) DELIMITED BY SIZE
               " sec "              DELIMITED BY SIZE
               OffSection(OfferLoc) DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Offering updated.".


      ****************************************
      * Withdraw a section from a term. Refused while students are
      * registered in it for that term - they have to be moved or
      * dropped first so no registration is left without a slot.
      *
       Del_offering.

           DISPLAY " ".
           DISPLAY "    Delete Offering".
           DISPLAY "    -----------".

           PERFORM Select_offering.

           IF OfferLoc < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CascadeCount.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegCourNum(J) IS EQUAL NewOffCourNum
               AND RegSection(J) IS EQUAL NewOffSection
               AND RegSemesterCode(J) IS EQUAL NewOffTerm
                   ADD CascadeCount 1 GIVING CascadeCount
               END-IF
           END-PERFORM.

           IF CascadeCount > 0
               DISPLAY " "
               DISPLAY "    ", CascadeCount,
                   " students are registered in this offering."
               DISPLAY "Drop or move them before deleting it."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Delete Offering ",
               OffTerm(OfferLoc), " ",
               OffCourNum(OfferLoc), " section ",
               OffSection(OfferLoc)
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Offering " DELIMITED BY SIZE
               OffTerm(OfferLoc)    DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               OffCourNum(OfferLoc) DELIMITED BY SIZE
               " sec "              DELIMITED BY SIZE
               OffSection(OfferLoc) DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           PERFORM Remove_offering_at_loc.

           DISPLAY " ".
           DISPLAY "Offering deleted.".


      *****************************************
      * Close the gap left by the offering at OfferLoc
      *
       Remove_offering_at_loc.

           SUBTRACT 1 FROM OfferCount GIVING TmpCount.

           PERFORM VARYING I FROM OfferLoc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J

               MOVE OffTerm(J)     TO OffTerm(I)
               MOVE OffCourNum(J)  TO OffCourNum(I)
               MOVE OffSection(J)  TO OffSection(I)
               MOVE OffDays(J)     TO OffDays(I)
               MOVE OffTime(J)     TO OffTime(I)
               MOVE OffProf(J)     TO OffProf(I)
               MOVE OffBldg(J)     TO OffBldg(I)
               MOVE OffRoom(J)     TO OffRoom(I)
               MOVE OffMaxSeats(J) TO OffMaxSeats(I)
           END-PERFORM.

           SUBTRACT 1 FROM OfferCount.


      *****************************************
      * Drop every term's offering of the course section just
      * deleted from the course master (CourseNumberChoice /
      * SectionChoice); an offering of a section that no longer
      * exists could never be registered into.
      *
       Drop_section_offerings.

           MOVE 0 TO RollCount.
           MOVE 1 TO OfferLoc.

           PERFORM UNTIL OfferLoc > OfferCount
               IF OffCourNum(OfferLoc) IS EQUAL CourseNumberChoice
               AND OffSection(OfferLoc) IS EQUAL SectionChoice
                   PERFORM Remove_offering_at_loc
                   ADD RollCount 1 GIVING RollCount
               ELSE
                   ADD OfferLoc 1 GIVING OfferLoc
               END-IF
           END-PERFORM.

           IF RollCount > 0
               DISPLAY "    ", RollCount,
                   " term offerings of the section were removed."
           END-IF.


      *****************************************
      * Display every offering for one term
      *
       List_offerings.

           DISPLAY " ".
           DISPLAY "    Enter term code: " WITH NO ADVANCING.
           ACCEPT TermCodeChoice.

           DISPLAY " ".
           DISPLAY offer-record-heading.

           MOVE 0 TO RollCount.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OfferCount
               IF OffTerm(I) IS EQUAL TermCodeChoice
                   PERFORM Display_offer_table_line
                   ADD RollCount 1 GIVING RollCount
               END-IF
           END-PERFORM.

           IF RollCount < 1
               DISPLAY "No offerings on file for term. Registration"
                   " uses the course master."
           END-IF.


      *****************************************
      * Display a record from the offering table indexed by I
      *
       Display_offer_table_line.

           MOVE OffTerm(I)     TO OffTermDisp.
           MOVE OffCourNum(I)  TO OffCourNumDisp.
           MOVE OffSection(I)  TO OffSectionDisp.
           MOVE OffDays(I)     TO OffDaysDisp.
           MOVE OffTime(I)     TO OffTimeDisp.
           MOVE OffProf(I)     TO OffProfDisp.
           MOVE OffBldg(I)     TO OffBldgDisp.
           MOVE OffRoom(I)     TO OffRoomDisp.
           MOVE OffMaxSeats(I) TO OffMaxSeatsDisp.

           DISPLAY offer-record-disp.


      *****************************************
      * Copy one term's offerings to a new term code so next
      * year's schedule starts from this year's. Sections already
      * offered in the new term are left as they are. Under job
      * control the two term codes arrive on the ROLLFWD card.
      * Sets RollOK when the copy ran.
      *
       Roll_forward_offerings.

           MOVE 0 TO RollOK.
           MOVE 0 TO RollCount.
           MOVE 0 TO RollSkipCount.

           IF JobMode = 0
               DISPLAY " "
               DISPLAY "    Copy offerings from term: "
                   WITH NO ADVANCING
               ACCEPT RollFromTermChoice
               DISPLAY "    To new term: " WITH NO ADVANCING
               ACCEPT RollToTermChoice
           END-IF.

           MOVE RollFromTermChoice TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               DISPLAY " "
               DISPLAY "Unknown semester code: ", RollFromTermChoice
               EXIT PARAGRAPH
           END-IF.

           MOVE RollToTermChoice TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               DISPLAY " "
               DISPLAY "Unknown semester code: ", RollToTermChoice
               DISPLAY "Add the new term on Term Maintenance first."
               EXIT PARAGRAPH
           END-IF.

           IF RollFromTermChoice IS EQUAL RollToTermChoice
               DISPLAY " "
               DISPLAY "The two term codes must differ."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TmpCount.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OfferCount
               IF OffTerm(I) IS EQUAL RollFromTermChoice
                   ADD TmpCount 1 GIVING TmpCount
               END-IF
           END-PERFORM.

           IF TmpCount < 1
               DISPLAY " "
               DISPLAY "No offerings on file for term ",
                   RollFromTermChoice, "."
               EXIT PARAGRAPH
           END-IF.

           IF JobMode = 1
               MOVE 1 TO BinaryConfirmChoice
           ELSE
               DISPLAY " "
               DISPLAY "    Copy ", TmpCount, " offerings from ",
                   RollFromTermChoice, " to ", RollToTermChoice, "?"
               DISPLAY "    -----------"
               DISPLAY "1.  Yes"
               DISPLAY "2.  No"
               DISPLAY " "
               DISPLAY "    Please make your selection: "
                   WITH NO ADVANCING
               ACCEPT BinaryConfirmChoice
           END-IF.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

      * A new term that has been running off the catalog keeps the
      * sections students are already registered in.
           MOVE 0 TO TermHasOffers.

           PERFORM VARYING OfferIdx FROM 1 BY 1
               UNTIL OfferIdx > OfferCount
               IF OffTerm(OfferIdx) IS EQUAL RollToTermChoice
                   MOVE 1 TO TermHasOffers
               END-IF
           END-PERFORM.

      * Only the rows present before the copy started are walked,
      * so the new rows being appended are never copied again.
           MOVE OfferCount TO TmpCount.
           MOVE RollToTermChoice TO OfferCheckTerm.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TmpCount
               IF OffTerm(I) IS EQUAL RollFromTermChoice
                   MOVE OffCourNum(I) TO NewOffCourNum
                   MOVE OffSection(I) TO NewOffSection
                   PERFORM Find_offering_loc
                   IF OfferLoc > 0
                   OR OfferCount IS EQUAL 500
                       ADD RollSkipCount 1 GIVING RollSkipCount
                   ELSE
                       ADD OfferCount 1 GIVING OfferCount
                       MOVE RollToTermChoice TO OffTerm(OfferCount)
                       MOVE OffCourNum(I)  TO OffCourNum(OfferCount)
                       MOVE OffSection(I)  TO OffSection(OfferCount)
                       MOVE OffDays(I)     TO OffDays(OfferCount)
                       MOVE OffTime(I)     TO OffTime(OfferCount)
                       MOVE OffProf(I)     TO OffProf(OfferCount)
                       MOVE OffBldg(I)     TO OffBldg(OfferCount)
                       MOVE OffRoom(I)     TO OffRoom(OfferCount)
                       MOVE OffMaxSeats(I) TO OffMaxSeats(OfferCount)
                       ADD RollCount 1 GIVING RollCount
                   END-IF
               END-IF
           END-PERFORM.

           IF TermHasOffers < 1
               MOVE SPACES TO NewOffCourNum
               MOVE 0 TO NewOffSection
               MOVE 1 TO SeedRegOnly
               PERFORM Seed_term_offerings
               IF SeedCount > 0
                   DISPLAY " "
                   DISPLAY "    ", SeedCount, " registered catalog"
                       " sections kept in ", RollToTermChoice, "."
               END-IF
           END-IF.

           MOVE 1 TO RollOK.

           MOVE "ROLLFW" TO AuditAction.
           STRING "Offerings " DELIMITED BY SIZE
               RollFromTermChoice DELIMITED BY SIZE
               " to "             DELIMITED BY SIZE
               RollToTermChoice   DELIMITED BY SIZE
               " copied "         DELIMITED BY SIZE
               RollCount          DELIMITED BY SIZE
               " skipped "        DELIMITED BY SIZE
               RollSkipCount      DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "    ", RollCount, " offerings copied to ",
               RollToTermChoice, ", ", RollSkipCount, " skipped.".

           IF OfferCount IS EQUAL 500
           AND RollSkipCount > 0
               DISPLAY "WARNING: offering table is full; some"
                   " sections were not copied."
           END-IF.


      *****************************************
      * Display professor maintenance menu
      *
       Modify_prof.

           DISPLAY " ".
           DISPLAY "    Professor Maintenance".
           DISPLAY "    ---------------------".
           DISPLAY "1.  Add Professor".
           DISPLAY "2.  Edit Professor".
           DISPLAY "3.  Delete Professor".
           DISPLAY "4.  List Professors".
           DISPLAY "5.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModProfChoice.
           PERFORM Process_mod_prof_selection.


      ****************************************
      * Take action depending on professor menu choice
      *
       Process_mod_prof_selection.

           MOVE "PF" TO AccessMenu.
           MOVE ModProfChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModProfChoice IS EQUAL 1
               PERFORM Add_prof
           ELSE IF ModProfChoice IS EQUAL 2
               PERFORM Edit_prof
           ELSE IF ModProfChoice IS EQUAL 3
               PERFORM Del_prof
           ELSE IF ModProfChoice IS EQUAL 4
               PERFORM List_profs
           END-IF.


      ****************************************
      * Read new professor information from user input
      *
       Add_prof.

           DISPLAY " ".
           DISPLAY "    Add Professor".
           DISPLAY "    -----------".

           DISPLAY "    Professor ID: "        WITH NO ADVANCING.
           ACCEPT NewProfId.

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ProfCount
               IF ProfId(I) IS EQUAL NewProfId
                   MOVE 1 TO FoundDuplicate
               END-IF
           END-PERFORM.

           IF FoundDuplicate > 0
               DISPLAY " "
               DISPLAY "Professor ID is already on file."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Last name: "           WITH NO ADVANCING.
           ACCEPT NewProfMLastName.

           DISPLAY "    First name: "          WITH NO ADVANCING.
           ACCEPT NewProfMFirstName.

           DISPLAY "    Department: "          WITH NO ADVANCING.
           ACCEPT NewProfDept.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-prof.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice IS EQUAL 1
               PERFORM Save_new_prof
           ELSE
               PERFORM Add_prof
           END-IF.


      ****************************************
      * Save professor data to table in memory
      *
       Save_new_prof.

           IF ProfCount IS EQUAL 100
               DISPLAY " "
               DISPLAY "Professor table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD ProfCount 1 GIVING ProfCount.

           MOVE NewProfId         TO ProfId(ProfCount).
           MOVE NewProfMLastName  TO ProfMLastName(ProfCount).
           MOVE NewProfMFirstName TO ProfMFirstName(ProfCount).
           MOVE NewProfDept       TO ProfDept(ProfCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Professor " DELIMITED BY SIZE
               NewProfId        DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               NewProfMLastName DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Professor added.".


      *****************************************
      * Find professor to edit
      *
       Edit_prof.

           DISPLAY " ".
           DISPLAY "    Edit Professor".
           DISPLAY "    -----------".

           DISPLAY "    Enter professor ID to edit: "
               WITH NO ADVANCING.

           ACCEPT ProfIdChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ProfCount
               IF ProfId(I) IS EQUAL ProfIdChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.

           IF Loc > 0
               MOVE Loc TO I
               PERFORM Edit_prof_at_i
           ELSE
               DISPLAY " "
               DISPLAY "Professor not found."
           END-IF.


      *****************************************
      * Edits professor table at index I
      * Prompt to change a specific attribute in table
      *
       Edit_prof_at_i.

           DISPLAY " ".

           DISPLAY prof-record-heading.
           PERFORM Display_prof_table_line.

           DISPLAY " ".
           DISPLAY "    Edit which attribute?".
           DISPLAY "    -----------"
           DISPLAY "1.  Professor ID"
           DISPLAY "2.  Last Name"
           DISPLAY "3.  First Name"
           DISPLAY "4.  Department"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT AttributeChoice.

           IF AttributeChoice IS EQUAL 1
               DISPLAY "    Enter new professor ID: "
                   WITH NO ADVANCING
               ACCEPT ProfId(I)
           ELSE IF AttributeChoice IS EQUAL 2
               DISPLAY "    Enter new last name: "
                   WITH NO ADVANCING
               ACCEPT ProfMLastName(I)
           ELSE IF AttributeChoice IS EQUAL 3
               DISPLAY "    Enter new first name: "
                   WITH NO ADVANCING
               ACCEPT ProfMFirstName(I)
           ELSE IF AttributeChoice IS EQUAL 4
               DISPLAY "    Enter new department: "
                   WITH NO ADVANCING
               ACCEPT ProfDept(I)
           ELSE
               DISPLAY " "
               DISPLAY "Invalid selection."
               PERFORM Edit_prof_at_i
               EXIT PARAGRAPH
           END-IF.

           MOVE "EDIT  " TO AuditAction.
           STRING "Professor " DELIMITED BY SIZE
               ProfId(I)            DELIMITED BY SIZE
               " attribute "        DELIMITED BY SIZE
               AttributeChoice      DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      ****************************************
      * Find professor ID to delete in memory table
      *
       Del_prof.

           DISPLAY " ".
           DISPLAY "    Delete Professor".
           DISPLAY "    -----------".

           DISPLAY "    Enter professor ID to delete: "
               WITH NO ADVANCING.

           ACCEPT ProfIdChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ProfCount
               IF ProfId(I) IS EQUAL ProfIdChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.

           IF Loc > 0
               PERFORM Delete_prof_at_loc
           ELSE
               DISPLAY " "
               DISPLAY "Professor not found."
           END-IF.


      *****************************************
      * Delete professor from table in memory
      *
       Delete_prof_at_loc.

           DISPLAY "    Delete Professor ",
               ProfId(Loc), ": ",
               ProfMLastName(Loc), " ",
               ProfMFirstName(Loc)
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice IS EQUAL 1
               MOVE "DELETE" TO AuditAction
               STRING "Professor " DELIMITED BY SIZE
                   ProfId(Loc)        DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   ProfMLastName(Loc) DELIMITED BY SIZE
                   INTO AuditDetail
               PERFORM Write_audit_entry

               SUBTRACT 1 FROM ProfCount GIVING TmpCount

               PERFORM VARYING I FROM Loc BY 1 UNTIL I > TmpCount
                   ADD 1 I GIVING J

                   MOVE ProfId(J)         TO ProfId(I)
                   MOVE ProfMLastName(J)  TO ProfMLastName(I)
                   MOVE ProfMFirstName(J) TO ProfMFirstName(I)
                   MOVE ProfDept(J)       TO ProfDept(I)
               END-PERFORM

               SUBTRACT 1 FROM ProfCount

               DISPLAY " "
               DISPLAY "Professor deleted."
           END-IF.


      *****************************************
      * Display every professor on the master file
      *
       List_profs.

           DISPLAY " ".
           DISPLAY prof-record-heading.

           PERFORM Display_prof_table_line VARYING I FROM 1 BY 1
               UNTIL I > ProfCount.

           IF ProfCount < 1
               DISPLAY "No professors on file."
           END-IF.


      *****************************************
      * Display a record from the professor table indexed by I
      *
       Display_prof_table_line.

           MOVE ProfId(I)         TO ProfIdDisp.
           MOVE ProfMLastName(I)  TO ProfMLastNameDisp.
           MOVE ProfMFirstName(I) TO ProfMFirstNameDisp.
           MOVE ProfDept(I)       TO ProfDeptDisp.

           DISPLAY prof-record-disp.


      *****************************************
      * Check the instructor last name in NewProfLastName against
      * the professor master. Sets ProfFound.
      *
       Check_prof_master.

           MOVE 0 TO ProfFound.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ProfCount
               IF ProfMLastName(J) IS EQUAL NewProfLastName
                   MOVE 1 TO ProfFound
               END-IF
           END-PERFORM.


      *****************************************
      * Warn when the instructor in NewProfLastName is already
      * teaching a section whose days/time overlap the slot in
      * NewCourseDays/NewCourseTime. With OfferCheckTerm blank the
      * course master is checked, EditCourseLoc naming the course
      * row being edited (0 for a new course); with a term in
      * OfferCheckTerm that term's offerings are checked instead,
      * EditOfferLoc naming the offering being edited. Sets
      * ProfDoubleBook.
      *
       Check_prof_double_book.

           MOVE 0 TO ProfDoubleBook.
           MOVE NewCourseDays TO OverlapDaysB.

           IF OfferCheckTerm NOT EQUAL SPACES
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > OfferCount
                   IF J NOT EQUAL EditOfferLoc
                   AND OffTerm(J) IS EQUAL OfferCheckTerm
                   AND OffProf(J) IS EQUAL NewProfLastName
                   AND OffTime(J) IS EQUAL NewCourseTime
                       MOVE OffDays(J) TO OverlapDaysA
                       PERFORM Compare_meeting_days
                       IF DayOverlap > 0
                           MOVE 1 TO ProfDoubleBook
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CourseCount
                   IF J NOT EQUAL EditCourseLoc
                   AND ProfLastName(J) IS EQUAL NewProfLastName
                   AND CourseTime(J) IS EQUAL NewCourseTime
                       MOVE CourseDays(J) TO OverlapDaysA
                       PERFORM Compare_meeting_days
                       IF DayOverlap > 0
                           MOVE 1 TO ProfDoubleBook
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF ProfDoubleBook > 0
               DISPLAY " "
               DISPLAY "WARNING: ", NewProfLastName,
                   " is already teaching an overlapping time slot."
           END-IF.


      *****************************************
      * Check the room in NewCourseBldg/NewCourseRoom against the
      * room master. Sets RoomFound, and RoomLoc to the room's
      * table position for the capacity check.
      *
       Check_room_master.

           MOVE 0 TO RoomFound.
           MOVE 0 TO RoomLoc.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RoomCount
               IF RoomBldg(J) IS EQUAL NewCourseBldg
               AND RoomNum(J) IS EQUAL NewCourseRoom
                   MOVE 1 TO RoomFound
                   MOVE J TO RoomLoc
               END-IF
           END-PERFORM.


      *****************************************
      * Check whether the room in NewCourseBldg/NewCourseRoom is
      * already assigned to a section whose days/time overlap the
      * slot in NewCourseDays/NewCourseTime. Unlike the professor
      * check this one is a hard stop - two classes at the same
      * door is exactly what it exists to prevent. OfferCheckTerm,
      * EditCourseLoc and EditOfferLoc select and exclude rows as
      * for Check_prof_double_book. Sets RoomDoubleBook.
      *
       Check_room_double_book.

           MOVE 0 TO RoomDoubleBook.
           MOVE NewCourseDays TO OverlapDaysB.

           IF OfferCheckTerm NOT EQUAL SPACES
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > OfferCount
                   IF J NOT EQUAL EditOfferLoc
                   AND OffTerm(J) IS EQUAL OfferCheckTerm
                   AND OffBldg(J) IS EQUAL NewCourseBldg
                   AND OffRoom(J) IS EQUAL NewCourseRoom
                   AND OffTime(J) IS EQUAL NewCourseTime
                       MOVE OffDays(J) TO OverlapDaysA
                       PERFORM Compare_meeting_days
                       IF DayOverlap > 0
                           MOVE 1 TO RoomDoubleBook
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CourseCount
                   IF J NOT EQUAL EditCourseLoc
                   AND CourseBldg(J) IS EQUAL NewCourseBldg
                   AND CourseRoom(J) IS EQUAL NewCourseRoom
                   AND CourseTime(J) IS EQUAL NewCourseTime
                       MOVE CourseDays(J) TO OverlapDaysA
                       PERFORM Compare_meeting_days
                       IF DayOverlap > 0
                           MOVE 1 TO RoomDoubleBook
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


      *****************************************
      * Set DayOverlap when any meeting day in OverlapDaysA is
      * also a meeting day in OverlapDaysB.
      *
       Compare_meeting_days.

           MOVE 0 TO DayOverlap.

           PERFORM VARYING DayPos1 FROM 1 BY 1 UNTIL DayPos1 > 3
               IF OverlapDaysA(DayPos1:1) NOT EQUAL SPACE
                   PERFORM VARYING DayPos2 FROM 1 BY 1
                       UNTIL DayPos2 > 3
                       IF OverlapDaysB(DayPos2:1) IS EQUAL
                           OverlapDaysA(DayPos1:1)
                           MOVE 1 TO DayOverlap
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.


      *****************************************
      * Warn when the seats being offered exceed the physical
      * capacity of the room at RoomLoc. A warning rather than a
      * reject: the registrar sometimes oversells a lecture slot on
      * purpose knowing the usual no-show rate.
      *
       Check_room_capacity.

           IF RoomLoc > 0
           AND NewCourseMaxSeats > RoomCap(RoomLoc)
               DISPLAY " "
               DISPLAY "WARNING: max seats ", NewCourseMaxSeats,
                   " exceeds room capacity ", RoomCap(RoomLoc), "."
           END-IF.


      *****************************************
      * Display term maintenance menu
      *
       Modify_term.

           DISPLAY " ".
           DISPLAY "    Term Maintenance".
           DISPLAY "    ----------------".
           DISPLAY "1.  Add Term".
           DISPLAY "2.  Edit Term".
           DISPLAY "3.  Delete Term".
           DISPLAY "4.  List Terms".
           DISPLAY "5.  Tuition Refund Schedule".
           DISPLAY "6.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModTermChoice.
           PERFORM Process_mod_term_selection.


      ****************************************
      * Take action depending on term menu choice
      *
       Process_mod_term_selection.

           MOVE "TM" TO AccessMenu.
           MOVE ModTermChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModTermChoice IS EQUAL 1
               PERFORM Add_term
           ELSE IF ModTermChoice IS EQUAL 2
               PERFORM Edit_term
           ELSE IF ModTermChoice IS EQUAL 3
               PERFORM Del_term
           ELSE IF ModTermChoice IS EQUAL 4
               PERFORM List_terms
           ELSE IF ModTermChoice IS EQUAL 5
               PERFORM Modify_liab_schedule
           END-IF.


      ****************************************
      * Read new term information from user input. Dates are
      * entered as YYYYMMDD.
      *
       Add_term.

           DISPLAY " ".
           DISPLAY "    Add Term".
           DISPLAY "    -----------".

           DISPLAY "    Term code: "                 WITH NO ADVANCING.
           ACCEPT NewTermCode.

           MOVE 0 TO FoundDuplicate.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TermCount
               IF TermCode(I) IS EQUAL NewTermCode
                   MOVE 1 TO FoundDuplicate
               END-IF
           END-PERFORM.

           IF FoundDuplicate > 0
               DISPLAY " "
               DISPLAY "Term code is already on file."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Description: "               WITH NO ADVANCING.
           ACCEPT NewTermDesc.

           DISPLAY "    Start date (YYYYMMDD): "     WITH NO ADVANCING.
           ACCEPT NewTermStart.

           DISPLAY "    End date (YYYYMMDD): "       WITH NO ADVANCING.
           ACCEPT NewTermEnd.

           DISPLAY "    Reg opens (YYYYMMDD): "      WITH NO ADVANCING.
           ACCEPT NewTermRegOpen.

           DISPLAY "    Reg closes (YYYYMMDD): "     WITH NO ADVANCING.
           ACCEPT NewTermRegClose.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-term.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice IS EQUAL 1
               PERFORM Save_new_term
           ELSE
               PERFORM Add_term
           END-IF.


      ****************************************
      * Save term data to table in memory
      *
       Save_new_term.

           IF TermCount IS EQUAL 50
               DISPLAY " "
               DISPLAY "Term table is full."
               EXIT PARAGRAPH
           END-IF.

           ADD TermCount 1 GIVING TermCount.

           MOVE NewTermCode     TO TermCode(TermCount).
           MOVE NewTermDesc     TO TermDesc(TermCount).
           MOVE NewTermStart    TO TermStart(TermCount).
           MOVE NewTermEnd      TO TermEnd(TermCount).
           MOVE NewTermRegOpen  TO TermRegOpen(TermCount).
           MOVE NewTermRegClose TO TermRegClose(TermCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Term " DELIMITED BY SIZE
               NewTermCode DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               NewTermDesc DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Term added.".


      *****************************************
      * Find term to edit
      *
       Edit_term.

           DISPLAY " ".
           DISPLAY "    Edit Term".
           DISPLAY "    -----------".

           DISPLAY "    Enter term code to edit: "
               WITH NO ADVANCING.

           ACCEPT TermCodeChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TermCount
               IF TermCode(I) IS EQUAL TermCodeChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.

           IF Loc > 0
               MOVE Loc TO I
               PERFORM Edit_term_at_i
           ELSE
               DISPLAY " "
               DISPLAY "Term not found."
           END-IF.


      *****************************************
      * Edits term table at index I
      * Prompt to change a specific attribute in table
      *
       Edit_term_at_i.

           DISPLAY " ".

           DISPLAY term-record-heading.
           PERFORM Display_term_table_line.

           DISPLAY " ".
           DISPLAY "    Edit which attribute?".
           DISPLAY "    -----------"
           DISPLAY "1.  Term Code"
           DISPLAY "2.  Description"
           DISPLAY "3.  Start Date"
           DISPLAY "4.  End Date"
           DISPLAY "5.  Reg Open Date"
           DISPLAY "6.  Reg Close Date"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT AttributeChoice.

           IF AttributeChoice IS EQUAL 1
               DISPLAY "    Enter new term code: "
                   WITH NO ADVANCING
               ACCEPT TermCode(I)
           ELSE IF AttributeChoice IS EQUAL 2
               DISPLAY "    Enter new description: "
                   WITH NO ADVANCING
               ACCEPT TermDesc(I)
           ELSE IF AttributeChoice IS EQUAL 3
               DISPLAY "    Enter new start date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT TermStart(I)
           ELSE IF AttributeChoice IS EQUAL 4
               DISPLAY "    Enter new end date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT TermEnd(I)
           ELSE IF AttributeChoice IS EQUAL 5
               DISPLAY "    Enter new reg open date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT TermRegOpen(I)
           ELSE IF AttributeChoice IS EQUAL 6
               DISPLAY "    Enter new reg close date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT TermRegClose(I)
           ELSE
               DISPLAY " "
               DISPLAY "Invalid selection."
               PERFORM Edit_term_at_i
               EXIT PARAGRAPH
           END-IF.

           MOVE "EDIT  " TO AuditAction.
           STRING "Term " DELIMITED BY SIZE
               TermCode(I)          DELIMITED BY SIZE
               " attribute "        DELIMITED BY SIZE
               AttributeChoice      DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      ****************************************
      * Find term code to delete in memory table
      *
       Del_term.

           DISPLAY " ".
           DISPLAY "    Delete Term".
           DISPLAY "    -----------".

           DISPLAY "    Enter term code to delete: "
               WITH NO ADVANCING.

           ACCEPT TermCodeChoice.

           MOVE 0 TO Loc.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TermCount
               IF TermCode(I) IS EQUAL TermCodeChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.

           IF Loc > 0
               PERFORM Delete_term_at_loc
           ELSE
               DISPLAY " "
               DISPLAY "Term not found."
           END-IF.


      *****************************************
      * Delete term from table in memory
      *
       Delete_term_at_loc.

           DISPLAY "    Delete Term ",
               TermCode(Loc), ": ",
               TermDesc(Loc)
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice IS EQUAL 1
               MOVE "DELETE" TO AuditAction
               STRING "Term " DELIMITED BY SIZE
                   TermCode(Loc) DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   TermDesc(Loc) DELIMITED BY SIZE
                   INTO AuditDetail
               PERFORM Write_audit_entry

               SUBTRACT 1 FROM TermCount GIVING TmpCount

               PERFORM VARYING I FROM Loc BY 1 UNTIL I > TmpCount
                   ADD 1 I GIVING J

                   MOVE TermCode(J)     TO TermCode(I)
                   MOVE TermDesc(J)     TO TermDesc(I)
                   MOVE TermStart(J)    TO TermStart(I)
                   MOVE TermEnd(J)      TO TermEnd(I)
                   MOVE TermRegOpen(J)  TO TermRegOpen(I)
                   MOVE TermRegClose(J) TO TermRegClose(I)
               END-PERFORM

               SUBTRACT 1 FROM TermCount

               DISPLAY " "
               DISPLAY "Term deleted."
           END-IF.


      *****************************************
      * Display every term on the master file
      *
       List_terms.

           DISPLAY " ".
           DISPLAY term-record-heading.

           PERFORM Display_term_table_line VARYING I FROM 1 BY 1
               UNTIL I > TermCount.

           IF TermCount < 1
               DISPLAY "No terms on file."
           END-IF.


      *****************************************
      * Display a record from the term table indexed by I
      *
       Display_term_table_line.

           MOVE TermCode(I)     TO TermCodeDisp.
           MOVE TermDesc(I)     TO TermDescDisp.
           MOVE TermStart(I)    TO TermStartDisp.
           MOVE TermEnd(I)      TO TermEndDisp.
           MOVE TermRegOpen(I)  TO TermRegOpenDisp.
           MOVE TermRegClose(I) TO TermRegCloseDisp.

           DISPLAY term-record-disp.


      *****************************************
      * Display the bursar's tuition refund schedule menu. Bands
      * give the refund a withdrawal earns by week of term, for
      * one term or for ALL terms as the default.
      *
       Modify_liab_schedule.

           DISPLAY " ".
           DISPLAY "    Tuition Refund Schedule".
           DISPLAY "    -----------------------".
           DISPLAY "1.  Set Refund Band".
           DISPLAY "2.  Delete Refund Band".
           DISPLAY "3.  List Refund Schedule".
           DISPLAY "4.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModLiabChoice.

           MOVE "LB" TO AccessMenu.
           MOVE ModLiabChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModLiabChoice IS EQUAL 1
               PERFORM Set_liab_band
           ELSE IF ModLiabChoice IS EQUAL 2
               PERFORM Del_liab_band
           ELSE IF ModLiabChoice IS EQUAL 3
               PERFORM List_liab_schedule
           END-IF.


      *****************************************
      * Add a refund band, or replace the refund percentage of the
      * band already on file for the same term and through-week
      *
       Set_liab_band.

           DISPLAY " ".
           DISPLAY "    Set Refund Band".
           DISPLAY "    -----------".

           DISPLAY "    Term code (ALL for every term): "
               WITH NO ADVANCING.
           ACCEPT NewLiabTerm.

           IF NewLiabTerm NOT EQUAL "ALL"
               MOVE NewLiabTerm TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   DISPLAY " "
                   DISPLAY "Unknown semester code."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "    Through week of term: " WITH NO ADVANCING.
           ACCEPT NewLiabThruWeek.

           IF NewLiabThruWeek IS NOT NUMERIC
           OR NewLiabThruWeek < 1
               DISPLAY " "
               DISPLAY "Through week must be 1 to 99."
               PERFORM Set_liab_band
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Refund percent (0-100): " WITH NO ADVANCING.
           ACCEPT NewLiabRefundPct.

           IF NewLiabRefundPct IS NOT NUMERIC
           OR NewLiabRefundPct > 100
               DISPLAY " "
               DISPLAY "Refund percent must be 0 to 100."
               PERFORM Set_liab_band
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-liab.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               PERFORM Set_liab_band
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LiabLoc.

           PERFORM VARYING LiabIdx FROM 1 BY 1 UNTIL LiabIdx > LiabCount
               IF LiabTerm(LiabIdx) IS EQUAL NewLiabTerm
               AND LiabThruWeek(LiabIdx) IS EQUAL NewLiabThruWeek
                   MOVE LiabIdx TO LiabLoc
               END-IF
           END-PERFORM.

           IF LiabLoc > 0
               MOVE NewLiabRefundPct TO LiabRefundPct(LiabLoc)
               MOVE "EDIT  " TO AuditAction
           ELSE
               IF LiabCount IS EQUAL 100
                   DISPLAY " "
                   DISPLAY "Refund schedule table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD LiabCount 1 GIVING LiabCount
               MOVE NewLiabTerm      TO LiabTerm(LiabCount)
               MOVE NewLiabThruWeek  TO LiabThruWeek(LiabCount)
               MOVE NewLiabRefundPct TO LiabRefundPct(LiabCount)
               MOVE "ADD   " TO AuditAction
           END-IF.

           STRING "Refund band " DELIMITED BY SIZE
               NewLiabTerm       DELIMITED BY SIZE
               " thru week "     DELIMITED BY SIZE
               NewLiabThruWeek   DELIMITED BY SIZE
               " refund "        DELIMITED BY SIZE
               NewLiabRefundPct  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Refund band saved.".


      *****************************************
      * Remove one refund band. Withdrawals already recorded keep
      * the tuition share they were given.
      *
       Del_liab_band.

           DISPLAY " ".
           DISPLAY "    Delete Refund Band".
           DISPLAY "    -----------".

           DISPLAY "    Term code (ALL for every term): "
               WITH NO ADVANCING.
           ACCEPT NewLiabTerm.

           DISPLAY "    Through week of term: " WITH NO ADVANCING.
           ACCEPT NewLiabThruWeek.

           MOVE 0 TO LiabLoc.

           PERFORM VARYING LiabIdx FROM 1 BY 1 UNTIL LiabIdx > LiabCount
               IF LiabTerm(LiabIdx) IS EQUAL NewLiabTerm
               AND LiabThruWeek(LiabIdx) IS EQUAL NewLiabThruWeek
                   MOVE LiabIdx TO LiabLoc
               END-IF
           END-PERFORM.

           IF LiabLoc < 1
               DISPLAY " "
               DISPLAY "No refund band on file for that term and week."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Delete band ", NewLiabTerm, " through week ",
               NewLiabThruWeek, ": ", LiabRefundPct(LiabLoc),
               "% refund"
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Refund band " DELIMITED BY SIZE
               NewLiabTerm       DELIMITED BY SIZE
               " thru week "     DELIMITED BY SIZE
               NewLiabThruWeek   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           SUBTRACT 1 FROM LiabCount GIVING TmpCount.

           PERFORM VARYING I FROM LiabLoc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J

               MOVE LiabTerm(J)      TO LiabTerm(I)
               MOVE LiabThruWeek(J)  TO LiabThruWeek(I)
               MOVE LiabRefundPct(J) TO LiabRefundPct(I)
           END-PERFORM.

           SUBTRACT 1 FROM LiabCount.

           DISPLAY " ".
           DISPLAY "Refund band deleted.".


      *****************************************
      * Display every refund band on file. Terms with no bands of
      * their own use the ALL bands, or the standard schedule when
      * there are none.
      *
       List_liab_schedule.

           DISPLAY " ".
           DISPLAY liab-record-heading.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LiabCount
               MOVE LiabTerm(I)      TO LiabTermDisp
               MOVE LiabThruWeek(I)  TO LiabThruWeekDisp
               MOVE LiabRefundPct(I) TO LiabRefundPctDisp
               DISPLAY liab-record-disp
           END-PERFORM.

           IF LiabCount < 1
               DISPLAY "No refund bands on file. Standard schedule: "
                   "week 1 100%, weeks 2-4 50%, after 0%."
           END-IF.


      *****************************************
      * Display the installment payment plan menu. A plan spreads a
      * student's tuition for one term over 2 to 9 installments
      * arranged with the bursar.
      *
       Modify_plan.

           DISPLAY " ".
           DISPLAY "    Installment Payment Plans".
           DISPLAY "    -------------------------".
           DISPLAY "1.  Set Up Payment Plan".
           DISPLAY "2.  Delete Payment Plan".
           DISPLAY "3.  List Payment Plans".
           DISPLAY "4.  Delinquency Run".
           DISPLAY "5.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModPlanChoice.

           MOVE "PL" TO AccessMenu.
           MOVE ModPlanChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModPlanChoice IS EQUAL 1
               PERFORM Set_up_plan
           ELSE IF ModPlanChoice IS EQUAL 2
               PERFORM Del_plan
           ELSE IF ModPlanChoice IS EQUAL 3
               PERFORM List_plans
           ELSE IF ModPlanChoice IS EQUAL 4
               PERFORM Delinquency_run
           END-IF.


      *****************************************
      * Key a new payment plan: the installment count, then the due
      * date and amount of each installment in date order. The plan
      * total is shown against the term balance before confirming.
      * A student has at most one plan per term; to change one,
      * delete it and key it again.
      *
       Set_up_plan.

           DISPLAY " ".
           DISPLAY "    Set Up Payment Plan".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT NewPlanStuNum.

           MOVE NewPlanStuNum TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Student not found."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Semester code: " WITH NO ADVANCING.
           ACCEPT NewPlanTerm.

           MOVE NewPlanTerm TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               DISPLAY " "
               DISPLAY "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           MOVE NewPlanStuNum TO PlanLookupStu.
           MOVE NewPlanTerm   TO PlanLookupTerm.
           PERFORM Find_plan.

           IF PlanHasRows > 0
               DISPLAY " "
               DISPLAY "Student already has a payment plan for that"
                   " term."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Number of installments (2-9): "
               WITH NO ADVANCING.
           ACCEPT NewPlanInstCount.

           IF NewPlanInstCount IS NOT NUMERIC
           OR NewPlanInstCount < 2
               DISPLAY " "
               DISPLAY "A plan has 2 to 9 installments."
               PERFORM Set_up_plan
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO PlanEntryOK.
           MOVE 0 TO PlanTotal.
           MOVE 0 TO PlanPrevDate.

           PERFORM VARYING PlanInstIdx FROM 1 BY 1
               UNTIL PlanInstIdx > NewPlanInstCount
               OR PlanEntryOK < 1
               DISPLAY "    Installment ", PlanInstIdx,
                   " due date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT PlanEntryDate(PlanInstIdx)
               DISPLAY "    Installment ", PlanInstIdx,
                   " amount: " WITH NO ADVANCING
               ACCEPT PlanEntryAmt(PlanInstIdx)
               MOVE PlanEntryDate(PlanInstIdx) TO DayDate
               PERFORM Date_to_day_number
               IF DayDateOK < 1
               OR PlanEntryDate(PlanInstIdx) NOT > PlanPrevDate
               OR PlanEntryAmt(PlanInstIdx) IS NOT NUMERIC
               OR PlanEntryAmt(PlanInstIdx) IS EQUAL 0
                   MOVE 0 TO PlanEntryOK
               ELSE
                   MOVE PlanEntryDate(PlanInstIdx) TO PlanPrevDate
                   ADD PlanEntryAmt(PlanInstIdx) TO PlanTotal
                       GIVING PlanTotal
               END-IF
           END-PERFORM.

           IF PlanEntryOK < 1
               DISPLAY " "
               DISPLAY "Each installment needs a valid due date later"
                   " than the one before and an amount."
               PERFORM Set_up_plan
               EXIT PARAGRAPH
           END-IF.

           MOVE NewPlanStuNum TO StudentNumberChoice.
           MOVE NewPlanTerm   TO SemesterChoice.
           PERFORM Compute_student_tuition.
           PERFORM Compute_student_payments.
           COMPUTE StuBalanceDue = TotalTuition - StuPaidTotal.

           MOVE PlanTotal TO NewPlanTotalDisp.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-plan.
           PERFORM VARYING PlanInstIdx FROM 1 BY 1
               UNTIL PlanInstIdx > NewPlanInstCount
               MOVE PlanInstIdx                TO NewPlanInstDisp
               MOVE PlanEntryDate(PlanInstIdx) TO NewPlanDateDisp
               MOVE PlanEntryAmt(PlanInstIdx)  TO NewPlanAmtDisp
               DISPLAY new-plan-inst
           END-PERFORM.
           MOVE StuBalanceDue TO StmtDueDisp.
           DISPLAY "    Term " statement-due-disp.
           IF PlanTotal NOT EQUAL StuBalanceDue
               DISPLAY "    Note: plan total does not match the term"
                   " balance."
           END-IF.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               PERFORM Set_up_plan
               EXIT PARAGRAPH
           END-IF.

           ADD PlanCount NewPlanInstCount GIVING TmpCount.

           IF TmpCount > 500
               DISPLAY " "
               DISPLAY "Payment plan table is full."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING PlanInstIdx FROM 1 BY 1
               UNTIL PlanInstIdx > NewPlanInstCount
               ADD PlanCount 1 GIVING PlanCount
               MOVE NewPlanStuNum TO PlanStuNum(PlanCount)
               MOVE NewPlanTerm   TO PlanTerm(PlanCount)
               MOVE PlanInstIdx   TO PlanInstNum(PlanCount)
               MOVE PlanEntryDate(PlanInstIdx)
                                  TO PlanDueDate(PlanCount)
               MOVE PlanEntryAmt(PlanInstIdx)
                                  TO PlanAmount(PlanCount)
           END-PERFORM.

           MOVE "ADD   " TO AuditAction.
           STRING "Payment plan " DELIMITED BY SIZE
               NewPlanStuNum      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NewPlanTerm        DELIMITED BY SIZE
               " installments "   DELIMITED BY SIZE
               NewPlanInstCount   DELIMITED BY SIZE
               " total "          DELIMITED BY SIZE
               NewPlanTotalDisp   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Payment plan saved.".


      *****************************************
      * Remove a student's payment plan for a term. Payments
      * already received stay on the payment file, and the term
      * balance is billed in full again from the next statement.
      *
       Del_plan.

           DISPLAY " ".
           DISPLAY "    Delete Payment Plan".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT NewPlanStuNum.

           DISPLAY "    Semester code: " WITH NO ADVANCING.
           ACCEPT NewPlanTerm.

           MOVE NewPlanStuNum TO PlanLookupStu.
           MOVE NewPlanTerm   TO PlanLookupTerm.
           PERFORM Find_plan.

           IF PlanHasRows < 1
               DISPLAY " "
               DISPLAY "No payment plan on file for that student and"
                   " term."
               EXIT PARAGRAPH
           END-IF.

           MOVE PlanTotal TO NewPlanTotalDisp.

           DISPLAY "    Delete plan ", NewPlanStuNum, " ",
               NewPlanTerm, ": ", PlanInstCount,
               " installments totalling ", NewPlanTotalDisp.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Payment plan " DELIMITED BY SIZE
               NewPlanStuNum      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NewPlanTerm        DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

      * Keep every row that is not part of the plan, closing up
      * the gaps as we go.
           MOVE 0 TO TmpCount.

           PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
               IF PlanStuNum(PlanIdx) NOT EQUAL NewPlanStuNum
               OR PlanTerm(PlanIdx) NOT EQUAL NewPlanTerm
                   ADD TmpCount 1 GIVING TmpCount
                   MOVE PlanStuNum(PlanIdx)  TO PlanStuNum(TmpCount)
                   MOVE PlanTerm(PlanIdx)    TO PlanTerm(TmpCount)
                   MOVE PlanInstNum(PlanIdx) TO PlanInstNum(TmpCount)
                   MOVE PlanDueDate(PlanIdx) TO PlanDueDate(TmpCount)
                   MOVE PlanAmount(PlanIdx)  TO PlanAmount(TmpCount)
               END-IF
           END-PERFORM.

           MOVE TmpCount TO PlanCount.

           DISPLAY " ".
           DISPLAY "Payment plan deleted.".


      *****************************************
      * Display the installments on file for one term, or for ALL
      *
       List_plans.

           DISPLAY " ".
           DISPLAY "    Semester code (ALL for every term): "
               WITH NO ADVANCING.
           ACCEPT NewPlanTerm.

           DISPLAY " ".
           DISPLAY plan-record-heading.

           MOVE 0 TO FoundStudent.

           PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
               IF NewPlanTerm IS EQUAL "ALL"
               OR PlanTerm(PlanIdx) IS EQUAL NewPlanTerm
                   MOVE 1 TO FoundStudent
                   MOVE PlanStuNum(PlanIdx)  TO PlanStuNumDisp
                   MOVE PlanTerm(PlanIdx)    TO PlanTermDisp
                   MOVE PlanInstNum(PlanIdx) TO PlanInstNumDisp
                   MOVE PlanDueDate(PlanIdx) TO PlanDueDateDisp
                   MOVE PlanAmount(PlanIdx)  TO PlanAmountDisp
                   DISPLAY plan-record-disp
               END-IF
           END-PERFORM.

           IF FoundStudent < 1
               DISPLAY "No payment plans on file."
           END-IF.


      *****************************************
      * Look up the plan for PlanLookupStu and PlanLookupTerm. Sets
      * PlanHasRows, the installment count and the plan total.
      *
       Find_plan.

           MOVE 0 TO PlanHasRows.
           MOVE 0 TO PlanInstCount.
           MOVE 0 TO PlanTotal.

           PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
               IF PlanStuNum(PlanIdx) IS EQUAL PlanLookupStu
               AND PlanTerm(PlanIdx) IS EQUAL PlanLookupTerm
                   MOVE 1 TO PlanHasRows
                   ADD PlanInstCount 1 GIVING PlanInstCount
                   ADD PlanAmount(PlanIdx) TO PlanTotal
                       GIVING PlanTotal
               END-IF
           END-PERFORM.


      *****************************************
      * Work out how much of the plan for PlanLookupStu and
      * PlanLookupTerm the student has covered, from StuBalanceDue
      * as left by Compute_student_tuition / _payments. The plan
      * pays off the last PlanTotal of the balance, so whatever the
      * balance has come down below the plan total counts as paid
      * toward it - aid, adjustments and withdrawals included.
      *
       Compute_plan_paid.

           PERFORM Find_plan.

           COMPUTE PlanPaidAmt = PlanTotal - StuBalanceDue.

           IF PlanPaidAmt < 0
               MOVE 0 TO PlanPaidAmt
           END-IF.


      *****************************************
      * Work out what the student owes on the plan for PlanLookupStu
      * and PlanLookupTerm as of today. Every installment due before
      * today counts in full against the amount paid toward the
      * plan; what is left of them is past due. Sets PlanPastInst
      * and PlanPastDate (the last installment in arrears, 0 when
      * none is), PlanPastDue, and PlanNextInst, PlanNextDate and
      * PlanNextDue for the first installment not yet due that the
      * amount paid has not already covered (0 when there is none).
      *
       Find_plan_next.

           MOVE 0 TO PlanNextInst.
           MOVE 0 TO PlanNextDate.
           MOVE 0 TO PlanNextDue.
           MOVE 0 TO PlanPastInst.
           MOVE 0 TO PlanPastDate.
           MOVE 0 TO PlanPastDue.
           MOVE 0 TO PlanCumAmt.

           PERFORM Compute_plan_paid.

           IF PlanHasRows < 1
           OR StuBalanceDue NOT > 0
               EXIT PARAGRAPH
           END-IF.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           PERFORM VARYING PlanInstIdx FROM 1 BY 1
               UNTIL PlanInstIdx > 9
               PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
                   IF PlanStuNum(PlanIdx) IS EQUAL PlanLookupStu
                   AND PlanTerm(PlanIdx) IS EQUAL PlanLookupTerm
                   AND PlanInstNum(PlanIdx) IS EQUAL PlanInstIdx
                       ADD PlanAmount(PlanIdx) TO PlanCumAmt
                           GIVING PlanCumAmt
                       IF PlanDueDate(PlanIdx) < CurrentDate
                           IF PlanCumAmt > PlanPaidAmt
                               MOVE PlanInstIdx TO PlanPastInst
                               MOVE PlanDueDate(PlanIdx)
                                   TO PlanPastDate
                               COMPUTE PlanPastDue =
                                   PlanCumAmt - PlanPaidAmt
                           END-IF
                       ELSE
                           IF PlanNextInst < 1
                           AND PlanCumAmt > PlanPaidAmt
                               MOVE PlanInstIdx TO PlanNextInst
                               MOVE PlanDueDate(PlanIdx)
                                   TO PlanNextDate
                               COMPUTE PlanNextDue = PlanCumAmt
                                   - PlanPaidAmt - PlanPastDue
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A withdrawal can bring the balance under what the schedule
      * still shows.
           IF PlanPastDue > StuBalanceDue
               MOVE StuBalanceDue TO PlanPastDue
           END-IF.

           IF PlanNextDue > StuBalanceDue - PlanPastDue
               COMPUTE PlanNextDue = StuBalanceDue - PlanPastDue
           END-IF.

           IF PlanNextDue NOT > 0
               MOVE 0 TO PlanNextInst
               MOVE 0 TO PlanNextDue
           END-IF.


      *****************************************
      * Nightly delinquency run. For a chosen term (ALL for every
      * term), compares each payment plan's schedule against what
      * the student has paid: any student who has not covered every
      * installment due before today is listed with the first
      * missed installment and the amount past due. When asked, a
      * FINANCE hold is placed on each delinquent student so the
      * registration edits block them until the bursar releases it.
      *
       Delinquency_run.

           DISPLAY " ".
           DISPLAY "    Payment Plan Delinquency Run".
           DISPLAY "    ----------------------------".

      * Under job control the term and hold option arrive on the
      * DELINQ card.
           IF JobMode = 0
               DISPLAY "    Semester code (ALL for every term): "
                   WITH NO ADVANCING
               ACCEPT DelqTermChoice
               DISPLAY "    Place FINANCE holds (1 = Yes, 2 = No): "
                   WITH NO ADVANCING
               ACCEPT DelqHoldChoice
           END-IF.

           MOVE 1 TO DelqRunOK.

           IF DelqTermChoice NOT EQUAL "ALL"
               MOVE DelqTermChoice TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   MOVE 0 TO DelqRunOK
                   DISPLAY " "
                   DISPLAY "Unknown semester code."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "Plan Delinquency" TO ReportSectionTitle.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

           MOVE DelqTermChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           DISPLAY delq-record-heading.
           WRITE report-record FROM delq-record-heading.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           MOVE 0 TO DelqPlanCount.
           MOVE 0 TO DelqCount.
           MOVE 0 TO DelqHoldCount.

           PERFORM Delinquency_one_plan VARYING PlanScanIdx
               FROM 1 BY 1 UNTIL PlanScanIdx > PlanCount.

           IF DelqCount < 1
               DISPLAY "No delinquent payment plans."
               WRITE report-record FROM "No delinquent payment plans."
           END-IF.

           MOVE DelqPlanCount TO DelqPlanCountDisp.
           MOVE DelqCount     TO DelqCountDisp.
           MOVE DelqHoldCount TO DelqHoldCountDisp.

           DISPLAY delq-summary-disp.
           WRITE report-record FROM delq-summary-disp.


      *****************************************
      * One plan of the delinquency run. The plan is checked from
      * its first row in the table; later rows of the same plan
      * are passed over.
      *
       Delinquency_one_plan.

           IF DelqTermChoice NOT EQUAL "ALL"
           AND PlanTerm(PlanScanIdx) NOT EQUAL DelqTermChoice
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO PlanFirstRow.

           PERFORM VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx NOT < PlanScanIdx
               IF PlanStuNum(PlanIdx) IS EQUAL PlanStuNum(PlanScanIdx)
               AND PlanTerm(PlanIdx) IS EQUAL PlanTerm(PlanScanIdx)
                   MOVE 0 TO PlanFirstRow
               END-IF
           END-PERFORM.

           IF PlanFirstRow < 1
               EXIT PARAGRAPH
           END-IF.

           ADD DelqPlanCount 1 GIVING DelqPlanCount.

           MOVE PlanStuNum(PlanScanIdx) TO PlanLookupStu.
           MOVE PlanTerm(PlanScanIdx)   TO PlanLookupTerm.

           MOVE PlanLookupStu  TO StudentNumberChoice.
           MOVE PlanLookupTerm TO SemesterChoice.
           PERFORM Compute_student_tuition.
           PERFORM Compute_student_payments.
           COMPUTE StuBalanceDue = TotalTuition - StuPaidTotal.

           PERFORM Compute_plan_paid.

      * Total everything scheduled before today and note the first
      * of those installments the payments have not covered.
           MOVE 0 TO PlanCumAmt.
           MOVE 0 TO DelqSchedAmt.
           MOVE 0 TO DelqMissInst.
           MOVE 0 TO DelqMissDate.

           PERFORM VARYING PlanInstIdx FROM 1 BY 1
               UNTIL PlanInstIdx > 9
               PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
                   IF PlanStuNum(PlanIdx) IS EQUAL PlanLookupStu
                   AND PlanTerm(PlanIdx) IS EQUAL PlanLookupTerm
                   AND PlanInstNum(PlanIdx) IS EQUAL PlanInstIdx
                       ADD PlanAmount(PlanIdx) TO PlanCumAmt
                           GIVING PlanCumAmt
                       IF PlanDueDate(PlanIdx) < CurrentDate
                           MOVE PlanCumAmt TO DelqSchedAmt
                           IF PlanCumAmt > PlanPaidAmt
                           AND DelqMissInst < 1
                               MOVE PlanInstIdx TO DelqMissInst
                               MOVE PlanDueDate(PlanIdx)
                                   TO DelqMissDate
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF DelqMissInst < 1
               EXIT PARAGRAPH
           END-IF.

           COMPUTE DelqPastDue = DelqSchedAmt - PlanPaidAmt.

           ADD DelqCount 1 GIVING DelqCount.

           MOVE SPACES TO DelqHoldDisp.

           IF DelqHoldChoice IS EQUAL 1
               PERFORM Place_finance_hold
           END-IF.

           MOVE PlanLookupStu TO StudentLookupNum.
           PERFORM Find_student_loc.

           MOVE SPACES TO DelqStuNameDisp.
           IF StudentLoc > 0
               MOVE StudentLastName(StudentLoc) TO DelqStuNameDisp
           END-IF.

           MOVE PlanLookupStu  TO DelqStuNumDisp.
           MOVE PlanLookupTerm TO DelqTermDisp.
           MOVE DelqMissInst   TO DelqInstDisp.
           MOVE DelqMissDate   TO DelqDateDisp.
           MOVE DelqPastDue    TO DelqPastDueDisp.

           DISPLAY delq-record-disp.
           WRITE report-record FROM delq-record-disp.


      *****************************************
      * Place a FINANCE hold on the delinquent student in
      * PlanLookupStu, unless one is already active. DelqHoldDisp
      * tells the listing what happened.
      *
       Place_finance_hold.

           MOVE 0 TO HoldLoc.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > HoldCount
               IF HoldStuNum(K) IS EQUAL PlanLookupStu
               AND HoldType(K) IS EQUAL "FINANCE"
               AND HoldReleased(K) IS EQUAL 0
                   MOVE K TO HoldLoc
               END-IF
           END-PERFORM.

           IF HoldLoc > 0
               MOVE "ON HOLD" TO DelqHoldDisp
               EXIT PARAGRAPH
           END-IF.

           IF HoldCount IS EQUAL 100
               DISPLAY " "
               DISPLAY "Hold table is full - no hold placed for ",
                   PlanLookupStu, "."
               MOVE "NO ROOM" TO DelqHoldDisp
               EXIT PARAGRAPH
           END-IF.

           ADD HoldCount 1 GIVING HoldCount.

           MOVE PlanLookupStu TO HoldStuNum(HoldCount).
           MOVE "FINANCE" TO HoldType(HoldCount).
           MOVE SPACES TO HoldReason(HoldCount).
           STRING "Missed installment " DELIMITED BY SIZE
               DelqMissInst DELIMITED BY SIZE
               INTO HoldReason(HoldCount).
           MOVE CurOperId TO HoldPlacedBy(HoldCount).
           MOVE CurrentDate TO HoldPlaced(HoldCount).
           MOVE 0           TO HoldReleased(HoldCount).
           MOVE SPACES      TO HoldRelBy(HoldCount).

           ADD DelqHoldCount 1 GIVING DelqHoldCount.
           MOVE "PLACED" TO DelqHoldDisp.

           MOVE "HOLD  " TO AuditAction.
           STRING "Hold " DELIMITED BY SIZE
               PlanLookupStu     DELIMITED BY SIZE
               " FINANCE plan "  DELIMITED BY SIZE
               PlanLookupTerm    DELIMITED BY SIZE
               " installment "   DELIMITED BY SIZE
               DelqMissInst      DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      *****************************************
      * General ledger journal extract for the business office.
      * For a term, or for a date range, sums tuition revenue by
      * course (mapped by the instructor's department), cash
      * receipts, refunds and adjustments from the payment file, and
      * disbursed aid, maps each to its debit and credit accounts
      * from glmapC.txt and writes a balanced journal to glC.txt
      * with a control trailer. Nothing is written when a mapping
      * is missing or the debits and credits disagree. Each extract
      * is logged to glperiodC.txt and cash an earlier extract
      * already posted is skipped: a date range is never extracted
      * twice, and a term extract takes the cash dated before the
      * day it runs, so the next extract of the term picks up the
      * cash dated from that day on. Tuition posted is logged to
      * gltuitC.txt by term, course and department, and each
      * extract posts only the change since - late adds as more
      * revenue, drops and withdrawals as a reversal.
      *
       Gl_extract.

           DISPLAY " ".
           DISPLAY "    General Ledger Journal Extract".
           DISPLAY "    ------------------------------".

      * Under job control the period arrives on the GLJRNL card.
           IF JobMode = 0
               DISPLAY "1.  By Term"
               DISPLAY "2.  By Date Range"
               DISPLAY " "
               DISPLAY "    Please make your selection: "
                   WITH NO ADVANCING
               ACCEPT GlModeChoice
               IF GlModeChoice IS EQUAL 1
                   DISPLAY "    Semester code: " WITH NO ADVANCING
                   ACCEPT GlTermChoice
               ELSE IF GlModeChoice IS EQUAL 2
                   DISPLAY "    From date (YYYYMMDD): "
                       WITH NO ADVANCING
                   ACCEPT GlFromChoice
                   DISPLAY "    To date (YYYYMMDD): "
                       WITH NO ADVANCING
                   ACCEPT GlToChoice
               END-IF
           END-IF.

           MOVE 0 TO GlRunOK.
           MOVE SPACES TO GlRejectReason.
           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           PERFORM Check_gl_request.

           IF GlRejectReason IS EQUAL SPACES
               PERFORM Build_gl_amounts
           END-IF.

           IF GlRejectReason IS EQUAL SPACES
               PERFORM Map_gl_amounts
           END-IF.

           MOVE "GL Journal Extract" TO ReportSectionTitle.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

           MOVE GlPeriodLabel TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           IF GlRejectReason NOT EQUAL SPACES
               MOVE SPACES TO GlRejectLine
               STRING "Journal NOT produced - " DELIMITED BY SIZE
                   GlRejectReason DELIMITED BY SIZE
                   INTO GlRejectLine
               DISPLAY " "
               DISPLAY GlRejectLine
               WRITE report-record FROM GlRejectLine
               EXIT PARAGRAPH
           END-IF.

           PERFORM Write_gl_journal.

           MOVE 1 TO GlRunOK.

           MOVE "GLEXTR" TO AuditAction.
           STRING "GL journal " DELIMITED BY SIZE
               GlPeriodLabel     DELIMITED BY SPACE
               " lines "         DELIMITED BY SIZE
               GlLineCount       DELIMITED BY SIZE
               " total "         DELIMITED BY SIZE
               GlSumDebitDisp    DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY "Journal written to glC.txt.".


      *****************************************
      * Validate the extract period and load the extract log and
      * the account mapping. Leaves GlRejectReason blank when the
      * run may go ahead.
      *
       Check_gl_request.

           MOVE SPACES TO GlPeriodLabel.

           IF GlModeChoice IS EQUAL 1
               MOVE GlTermChoice TO GlPeriodLabel
               MOVE GlTermChoice TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   MOVE "unknown semester code." TO GlRejectReason
                   EXIT PARAGRAPH
               END-IF
           ELSE IF GlModeChoice IS EQUAL 2
               STRING GlFromChoice DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   GlToChoice      DELIMITED BY SIZE
                   INTO GlPeriodLabel
               MOVE GlFromChoice TO DayDate
               PERFORM Date_to_day_number
               IF DayDateOK < 1
                   MOVE "invalid from date." TO GlRejectReason
                   EXIT PARAGRAPH
               END-IF
               MOVE GlToChoice TO DayDate
               PERFORM Date_to_day_number
               IF DayDateOK < 1
                   MOVE "invalid to date." TO GlRejectReason
                   EXIT PARAGRAPH
               END-IF
               IF GlFromChoice > GlToChoice
                   MOVE "from date is after to date."
                       TO GlRejectReason
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "no extract period chosen." TO GlRejectReason
               EXIT PARAGRAPH
           END-IF.

           PERFORM Read_gl_periods.

           PERFORM VARYING GlPerIdx FROM 1 BY 1
               UNTIL GlPerIdx > GlPerCount
               IF GlModeChoice IS EQUAL 2
               AND GlPerKind(GlPerIdx) IS EQUAL "D"
               AND GlPerFrom(GlPerIdx) NOT > GlToChoice
               AND GlPerTo(GlPerIdx) NOT < GlFromChoice
                   MOVE "dates overlap an earlier extract."
                       TO GlRejectReason
               END-IF
           END-PERFORM.

           IF GlRejectReason NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM Read_gl_map.

           IF GlMapFileStatus IS EQUAL "35"
               MOVE "mapping file glmapC.txt not found."
                   TO GlRejectReason
           END-IF.


      ****************************************
      * Read the log of journal extracts already produced. The file
      * does not exist until the first extract.
      *
       Read_gl_periods.

           MOVE "no" TO EOF.
           MOVE 0 TO GlPerCount.

           OPEN INPUT glper-file.

           IF GlPerFileStatus IS EQUAL "35"
               MOVE "yes" TO EOF
           ELSE
               READ glper-file
                   AT END MOVE "yes" TO EOF
               END-READ
           END-IF.

           PERFORM Process_gl_period
               UNTIL EOF IS EQUAL "yes".

           IF GlPerFileStatus NOT EQUAL "35"
               CLOSE glper-file
           END-IF.


      ****************************************
      * Pull extract log lines into tables
      *
       Process_gl_period.

           IF GlPerCount IS EQUAL 200
               DISPLAY " "
               DISPLAY "Extract log exceeds table capacity of 200."
               DISPLAY "Raise the glper-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD GlPerCount 1 GIVING GlPerCount.

           MOVE GlPerKindIn    TO GlPerKind(GlPerCount).
           MOVE GlPerTermIn    TO GlPerTerm(GlPerCount).
           MOVE GlPerFromIn    TO GlPerFrom(GlPerCount).
           MOVE GlPerToIn      TO GlPerTo(GlPerCount).
           MOVE GlPerRunDateIn TO GlPerRunDate(GlPerCount).

           READ glper-file
               AT END MOVE "yes" TO EOF.


      ****************************************
      * Read the business office account mapping
      *
       Read_gl_map.

           MOVE "no" TO EOF.
           MOVE 0 TO GlMapCount.

           OPEN INPUT glmap-file.

           IF GlMapFileStatus IS EQUAL "35"
               EXIT PARAGRAPH
           END-IF.

           READ glmap-file
               AT END MOVE "yes" TO EOF.

           PERFORM Process_gl_map_row
               UNTIL EOF IS EQUAL "yes".

           CLOSE glmap-file.


      ****************************************
      * Pull account mapping rows into tables
      *
       Process_gl_map_row.

           IF GlMapCount IS EQUAL 100
               DISPLAY " "
               DISPLAY "Account mapping exceeds table capacity of 100."
               DISPLAY "Raise the glmap-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD GlMapCount 1 GIVING GlMapCount.

           MOVE GlMapTypeIn   TO GlMapType(GlMapCount).
           MOVE GlMapKeyIn    TO GlMapKey(GlMapCount).
           MOVE GlMapDebitIn  TO GlMapDebit(GlMapCount).
           MOVE GlMapCreditIn TO GlMapCredit(GlMapCount).

           READ glmap-file
               AT END MOVE "yes" TO EOF.


      *****************************************
      * Sum the period's activity by transaction type and key:
      * tuition from the working and archived registrations against
      * what earlier extracts posted, then the payment file, where
      * disbursed aid comes in with the payment that carried the
      * aid check.
      *
       Build_gl_amounts.

           MOVE 0 TO GlAccCount.
           MOVE 0 TO GlSkipCount.

           PERFORM Read_gl_tuition.

           PERFORM Gl_tuition_one_reg VARYING GlIdx FROM 1 BY 1
               UNTIL GlIdx > RegCount.

           PERFORM Scan_archive_for_gl.

           PERFORM Gl_tuition_change VARYING GlTuiIdx FROM 1 BY 1
               UNTIL GlTuiIdx > GlTuiCount.

           PERFORM Gl_payment_one VARYING GlIdx FROM 1 BY 1
               UNTIL GlIdx > PayCount.

           IF GlAccCount < 1
               IF GlSkipCount > 0
                   MOVE "activity was already extracted."
                       TO GlRejectReason
               ELSE
                   MOVE "nothing to extract for the period."
                       TO GlRejectReason
               END-IF
           END-IF.


      *****************************************
      * Decide whether the cash for term GlChkTerm dated GlChkDate
      * belongs in this extract. A term extract takes the term's
      * cash; a date-range extract takes what is dated in the range.
      * Cash dated today is left for the term's next extract, since
      * more can still be keyed for today. Cash an earlier extract
      * already covered is counted as skipped: a term extract
      * covered the cash dated before the day it ran, so cash dated
      * that day or later still goes. Sets GlItemTake.
      *
       Check_gl_item.

           MOVE 0 TO GlItemTake.

           IF GlModeChoice IS EQUAL 1
               IF GlChkTerm IS EQUAL GlTermChoice
               AND GlChkDate < CurrentDate
                   MOVE 1 TO GlItemTake
               END-IF
           ELSE
               IF GlChkDate > 0
               AND GlChkDate NOT < GlFromChoice
               AND GlChkDate NOT > GlToChoice
                   MOVE 1 TO GlItemTake
               END-IF
           END-IF.

           IF GlItemTake < 1
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING GlPerIdx FROM 1 BY 1
               UNTIL GlPerIdx > GlPerCount
               IF GlPerKind(GlPerIdx) IS EQUAL "T"
               AND GlPerTerm(GlPerIdx) IS EQUAL GlChkTerm
               AND GlChkDate < GlPerRunDate(GlPerIdx)
                   MOVE 0 TO GlItemTake
               END-IF
               IF GlPerKind(GlPerIdx) IS EQUAL "D"
               AND GlChkDate > 0
               AND GlChkDate NOT < GlPerFrom(GlPerIdx)
               AND GlChkDate NOT > GlPerTo(GlPerIdx)
                   MOVE 0 TO GlItemTake
               END-IF
           END-PERFORM.

           IF GlItemTake < 1
               ADD GlSkipCount 1 GIVING GlSkipCount
           END-IF.


      *****************************************
      * Decide whether this extract posts the tuition of term
      * GlChkTerm: a term extract for that term, or a date-range
      * extract ending on or after the day the term starts. A term
      * not on the term master (LEGACY) has no start and is only
      * picked up by a term extract. Sets GlItemTake.
      *
       Check_gl_tuit_term.

           MOVE 0 TO GlItemTake.

           IF GlModeChoice IS EQUAL 1
               IF GlChkTerm IS EQUAL GlTermChoice
                   MOVE 1 TO GlItemTake
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE GlChkTerm TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc > 0
           AND TermStart(TermLoc) NOT > GlToChoice
               MOVE 1 TO GlItemTake
           END-IF.


      ****************************************
      * Read the log of tuition already posted. The file does not
      * exist until the first extract.
      *
       Read_gl_tuition.

           MOVE "no" TO EOF.
           MOVE 0 TO GlTuiCount.

           OPEN INPUT gltuit-file.

           IF GlTuitFileStatus IS EQUAL "35"
               EXIT PARAGRAPH
           END-IF.

           READ gltuit-file
               AT END MOVE "yes" TO EOF.

           PERFORM Process_gl_tuit_row
               UNTIL EOF IS EQUAL "yes".

           CLOSE gltuit-file.


      ****************************************
      * Net one tuition log line into what its term, course and
      * department have posted
      *
       Process_gl_tuit_row.

           MOVE GlTuiTermIn   TO GlChkTerm.
           MOVE GlTuiCourseIn TO GlNewKey.
           MOVE GlTuiMapKeyIn TO GlNewMapKey.
           PERFORM Find_gl_tuit_loc.

           IF GlTuiKindIn IS EQUAL "R"
               SUBTRACT GlTuiAmtIn FROM GlTuiPosted(GlTuiLoc)
                   GIVING GlTuiPosted(GlTuiLoc)
           ELSE
               ADD GlTuiAmtIn TO GlTuiPosted(GlTuiLoc)
                   GIVING GlTuiPosted(GlTuiLoc)
           END-IF.

           READ gltuit-file
               AT END MOVE "yes" TO EOF.


      ****************************************
      * Find the tuition row for GlChkTerm, GlNewKey (course) and
      * GlNewMapKey (department), starting one when there is none.
      * Sets GlTuiLoc.
      *
       Find_gl_tuit_loc.

           MOVE 0 TO GlTuiLoc.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GlTuiCount
               IF GlTuiTerm(K) IS EQUAL GlChkTerm
               AND GlTuiCourse(K) IS EQUAL GlNewKey
               AND GlTuiMapKey(K) IS EQUAL GlNewMapKey
                   MOVE K TO GlTuiLoc
               END-IF
           END-PERFORM.

           IF GlTuiLoc > 0
               EXIT PARAGRAPH
           END-IF.

           IF GlTuiCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Tuition posting log exceeds table capacity "
                   "of 500."
               DISPLAY "Raise the gl-tuit-tables OCCURS size."
               STOP RUN
           END-IF.

           ADD GlTuiCount 1 GIVING GlTuiCount.
           MOVE GlTuiCount  TO GlTuiLoc.
           MOVE GlChkTerm   TO GlTuiTerm(GlTuiLoc).
           MOVE GlNewKey    TO GlTuiCourse(GlTuiLoc).
           MOVE GlNewMapKey TO GlTuiMapKey(GlTuiLoc).
           MOVE 0           TO GlTuiPosted(GlTuiLoc).
           MOVE 0           TO GlTuiNow(GlTuiLoc).
           MOVE 0           TO GlTuiTake(GlTuiLoc).


      *****************************************
      * Tuition revenue from one working registration. A withdrawal
      * posts the share of tuition it retained.
      *
       Gl_tuition_one_reg.

           MOVE RegSemesterCode(GlIdx) TO GlChkTerm.
           PERFORM Check_gl_tuit_term.

           IF GlItemTake < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE RegCourNum(GlIdx) TO CourseLookupNum.
           MOVE RegSection(GlIdx) TO CourseLookupSect.
           PERFORM Find_course_loc.

           IF CourseLocFound > 0
               MOVE RegLiabPct(GlIdx) TO BillLiabPct
               PERFORM Add_gl_tuition
           END-IF.


      *****************************************
      * Tuition revenue from closed-out terms in the archive. A
      * missing archive just means nothing has been closed out.
      *
       Scan_archive_for_gl.

           MOVE "no" TO EOF.

           OPEN INPUT archive-file.

           IF ArchFileStatus IS EQUAL "35"
               EXIT PARAGRAPH
           END-IF.

           READ archive-file
               AT END MOVE "yes" TO EOF.

           PERFORM Process_arch_gl
               UNTIL EOF IS EQUAL "yes".

           CLOSE archive-file.


      *****************************************
      * Tuition revenue from one archived registration
      *
       Process_arch_gl.

           IF ArchSectionIn IS NOT NUMERIC
               MOVE 01 TO ArchSectWork
           ELSE
               MOVE ArchSectionIn TO ArchSectWork
           END-IF.

           MOVE ArchSemesterIn TO GlChkTerm.
           PERFORM Check_gl_tuit_term.

           IF GlItemTake > 0
               MOVE ArchCourNumIn TO CourseLookupNum
               MOVE ArchSectWork  TO CourseLookupSect
               PERFORM Find_course_loc
               IF CourseLocFound > 0
                   PERFORM Set_arch_billing
                   PERFORM Add_gl_tuition
               END-IF
           END-IF.

           READ archive-file
               AT END MOVE "yes" TO EOF.


      *****************************************
      * Add the tuition for the course at CourseLocFound, at
      * BillLiabPct of the full charge, to what the course now
      * bills in term GlChkTerm. The account mapping goes by the
      * department of the course's instructor, UNKNOWN when the
      * instructor is not on the professor master.
      *
       Add_gl_tuition.

           COMPUTE TuitionLineAmt ROUNDED =
               CourseCredits(CourseLocFound)
               * CourseRatePerCredit(CourseLocFound)
               * BillLiabPct / 100.

           MOVE SPACES TO GlNewMapKey.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ProfCount
               IF ProfMLastName(K) IS EQUAL
                   ProfLastName(CourseLocFound)
                   MOVE ProfDept(K) TO GlNewMapKey
               END-IF
           END-PERFORM.

           IF GlNewMapKey IS EQUAL SPACES
               MOVE "UNKNOWN" TO GlNewMapKey
           END-IF.

           MOVE CourseNumber(CourseLocFound) TO GlNewKey.
           PERFORM Find_gl_tuit_loc.

           ADD TuitionLineAmt TO GlTuiNow(GlTuiLoc)
               GIVING GlTuiNow(GlTuiLoc).


      *****************************************
      * Post the change in one term, course and department's
      * tuition since the earlier extracts: an increase as TUITION,
      * a decrease as TUITREV, the reversing entry. Tuition
      * already posted in full counts as skipped.
      *
       Gl_tuition_change.

           MOVE GlTuiTerm(GlTuiIdx) TO GlChkTerm.
           PERFORM Check_gl_tuit_term.

           IF GlItemTake < 1
               EXIT PARAGRAPH
           END-IF.

           COMPUTE GlTuiDelta =
               GlTuiNow(GlTuiIdx) - GlTuiPosted(GlTuiIdx).

           IF GlTuiDelta IS EQUAL 0
               IF GlTuiNow(GlTuiIdx) > 0
                   ADD GlSkipCount 1 GIVING GlSkipCount
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO GlTuiTake(GlTuiIdx).

           IF GlTuiDelta > 0
               MOVE "TUITION" TO GlNewType
               MOVE GlTuiDelta TO GlNewAmt
           ELSE
               MOVE "TUITREV" TO GlNewType
               COMPUTE GlNewAmt = 0 - GlTuiDelta
           END-IF.

           MOVE GlTuiCourse(GlTuiIdx) TO GlNewKey.
           MOVE GlTuiMapKey(GlTuiIdx) TO GlNewMapKey.
           PERFORM Add_gl_amount.


      *****************************************
      * Cash activity from one payment file row. Refunds and
      * adjustments are kept apart from receipts, and the part of a
      * receipt that is a disbursed aid check posts as aid.
      *
       Gl_payment_one.

           MOVE PaySemester(GlIdx) TO GlChkTerm.
           MOVE PayDate(GlIdx)     TO GlChkDate.
           PERFORM Check_gl_item.

           IF GlItemTake < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE PayAmount(GlIdx) TO GlNewAmt.

           IF PayType(GlIdx) IS EQUAL "R"
               MOVE "REFUND" TO GlNewType
           ELSE IF PayType(GlIdx) IS EQUAL "A"
               MOVE "ADJUST" TO GlNewType
           ELSE
               PERFORM Gl_receipt_aid
               MOVE "RECEIPT" TO GlNewType
               SUBTRACT GlRcptAid FROM PayAmount(GlIdx)
                   GIVING GlNewAmt
           END-IF.

           MOVE SPACES TO GlNewKey.
           MOVE "ALL" TO GlNewMapKey.
           PERFORM Add_gl_amount.


      *****************************************
      * The aid check for a disbursed award is posted to the
      * payment file as an ordinary payment. A student's receipts
      * for the term take up their disbursed awards in file order,
      * award by award, and the share of the receipt at GlIdx that
      * is aid posts as AID under the award's code instead of as a
      * receipt. Each aid dollar then reaches the ledger once,
      * dated when the cash came in. Sets GlRcptAid.
      *
       Gl_receipt_aid.

           MOVE 0 TO GlRcptAid.
           MOVE 0 TO GlRcptPrior.

           PERFORM VARYING GlPayIdx FROM 1 BY 1
               UNTIL GlPayIdx NOT < GlIdx
               IF PayStuNum(GlPayIdx) IS EQUAL PayStuNum(GlIdx)
               AND PaySemester(GlPayIdx) IS EQUAL PaySemester(GlIdx)
               AND PayType(GlPayIdx) NOT EQUAL "R"
               AND PayType(GlPayIdx) NOT EQUAL "A"
                   ADD PayAmount(GlPayIdx) TO GlRcptPrior
                       GIVING GlRcptPrior
               END-IF
           END-PERFORM.

           ADD GlRcptPrior PayAmount(GlIdx) GIVING GlPayHi.
           MOVE 0 TO GlAidCum.

           PERFORM Gl_receipt_aid_one VARYING GlAidIdx FROM 1 BY 1
               UNTIL GlAidIdx > AidCount.


      *****************************************
      * The share of the receipt at GlIdx covered by the award at
      * GlAidIdx. The student's receipts for the term run from 0
      * up to GlPayHi with this one starting at GlRcptPrior; the
      * award covers the next AidAmount after the awards before it.
      *
       Gl_receipt_aid_one.

           IF AidDisb(GlAidIdx) NOT EQUAL "Y"
           OR AidStuNum(GlAidIdx) NOT EQUAL PayStuNum(GlIdx)
           OR AidSemester(GlAidIdx) NOT EQUAL PaySemester(GlIdx)
               EXIT PARAGRAPH
           END-IF.

           MOVE GlAidCum TO GlPieceLo.
           ADD AidAmount(GlAidIdx) TO GlAidCum GIVING GlAidCum.
           MOVE GlAidCum TO GlPieceHi.

           IF GlPieceLo < GlRcptPrior
               MOVE GlRcptPrior TO GlPieceLo
           END-IF.

           IF GlPieceHi > GlPayHi
               MOVE GlPayHi TO GlPieceHi
           END-IF.

           IF GlPieceHi NOT > GlPieceLo
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT GlPieceLo FROM GlPieceHi GIVING GlNewAmt.
           ADD GlNewAmt TO GlRcptAid GIVING GlRcptAid.

           MOVE "AID" TO GlNewType.
           MOVE AidCode(GlAidIdx) TO GlNewKey.
           MOVE AidCode(GlAidIdx) TO GlNewMapKey.
           PERFORM Add_gl_amount.


      *****************************************
      * Add GlNewAmt to the journal total for GlNewType and
      * GlNewKey, starting a new total when there is none yet
      *
       Add_gl_amount.

           IF GlNewAmt IS EQUAL 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO GlAccLoc.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GlAccCount
               IF GlAccType(K) IS EQUAL GlNewType
               AND GlAccKey(K) IS EQUAL GlNewKey
               AND GlAccMapKey(K) IS EQUAL GlNewMapKey
                   MOVE K TO GlAccLoc
               END-IF
           END-PERFORM.

           IF GlAccLoc < 1
               IF GlAccCount IS EQUAL 300
                   DISPLAY " "
                   DISPLAY "Journal exceeds table capacity of 300."
                   DISPLAY "Raise the gl-acc-tables OCCURS size."
                   STOP RUN
               END-IF
               ADD GlAccCount 1 GIVING GlAccCount
               MOVE GlAccCount  TO GlAccLoc
               MOVE GlNewType   TO GlAccType(GlAccLoc)
               MOVE GlNewKey    TO GlAccKey(GlAccLoc)
               MOVE GlNewMapKey TO GlAccMapKey(GlAccLoc)
               MOVE 0           TO GlAccAmt(GlAccLoc)
           END-IF.

           ADD GlNewAmt TO GlAccAmt(GlAccLoc) GIVING GlAccAmt(GlAccLoc).


      *****************************************
      * Find the accounts for every journal total and prove the
      * journal balances before anything is written. A total with
      * no mapping row, or a mapping row missing one of its two
      * accounts, stops the run.
      *
       Map_gl_amounts.

           MOVE 0 TO GlUnmapped.
           MOVE 0 TO GlDebitTotal.
           MOVE 0 TO GlCreditTotal.
           MOVE 0 TO GlLineCount.

           PERFORM Map_gl_one_amount VARYING GlAccLoc FROM 1 BY 1
               UNTIL GlAccLoc > GlAccCount.

           IF GlUnmapped > 0
               MOVE "transactions with no account mapping."
                   TO GlRejectReason
               EXIT PARAGRAPH
           END-IF.

           IF GlDebitTotal NOT EQUAL GlCreditTotal
               MOVE "journal does not balance." TO GlRejectReason
           END-IF.


      *****************************************
      * Look up the accounts for the journal total at GlAccLoc: the
      * row for its own key first, then the type's ALL row. A
      * tuition reversal uses the tuition accounts.
      *
       Map_gl_one_amount.

           MOVE 0 TO GlMapLoc.
           MOVE GlAccType(GlAccLoc) TO GlMapLookType.

           IF GlMapLookType IS EQUAL "TUITREV"
               MOVE "TUITION" TO GlMapLookType
           END-IF.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GlMapCount
               IF GlMapType(K) IS EQUAL GlMapLookType
               AND GlMapKey(K) IS EQUAL "ALL"
               AND GlMapLoc < 1
                   MOVE K TO GlMapLoc
               END-IF
           END-PERFORM.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GlMapCount
               IF GlMapType(K) IS EQUAL GlMapLookType
               AND GlMapKey(K) IS EQUAL GlAccMapKey(GlAccLoc)
                   MOVE K TO GlMapLoc
               END-IF
           END-PERFORM.

           MOVE GlMapLoc TO GlAccMapLoc(GlAccLoc).

           IF GlMapLoc < 1
               ADD GlUnmapped 1 GIVING GlUnmapped
               DISPLAY "No account mapping for ",
                   GlAccType(GlAccLoc), " ", GlAccMapKey(GlAccLoc)
               EXIT PARAGRAPH
           END-IF.

           IF GlMapDebit(GlMapLoc) NOT EQUAL SPACES
               ADD GlAccAmt(GlAccLoc) TO GlDebitTotal
                   GIVING GlDebitTotal
               ADD GlLineCount 1 GIVING GlLineCount
           ELSE
               ADD GlUnmapped 1 GIVING GlUnmapped
               DISPLAY "No debit account for ",
                   GlAccType(GlAccLoc), " ", GlAccMapKey(GlAccLoc)
           END-IF.

           IF GlMapCredit(GlMapLoc) NOT EQUAL SPACES
               ADD GlAccAmt(GlAccLoc) TO GlCreditTotal
                   GIVING GlCreditTotal
               ADD GlLineCount 1 GIVING GlLineCount
           ELSE
               ADD GlUnmapped 1 GIVING GlUnmapped
               DISPLAY "No credit account for ",
                   GlAccType(GlAccLoc), " ", GlAccMapKey(GlAccLoc)
           END-IF.


      *****************************************
      * Write the balanced journal: header, a debit and a credit
      * line per total, and the control trailer. A tuition reversal
      * debits the tuition credit account and credits its debit
      * account. Logs the extract so the period cannot be extracted
      * again, and the tuition it posted.
      *
       Write_gl_journal.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           OPEN OUTPUT gl-file.

           MOVE CurrentDate   TO GlHdrRunDate.
           MOVE GlPeriodLabel TO GlHdrPeriod.
           WRITE gl-record FROM gl-header-line.

           MOVE GlPeriodLabel TO GlDetPeriod.

           PERFORM VARYING GlAccLoc FROM 1 BY 1
               UNTIL GlAccLoc > GlAccCount
               MOVE GlAccMapLoc(GlAccLoc) TO GlMapLoc
               MOVE GlAccType(GlAccLoc)   TO GlDetType
               MOVE GlAccKey(GlAccLoc)    TO GlDetKey
               MOVE GlAccAmt(GlAccLoc)    TO GlDetAmt
               IF GlAccType(GlAccLoc) IS EQUAL "TUITREV"
                   MOVE GlMapCredit(GlMapLoc) TO GlDetAcct
               ELSE
                   MOVE GlMapDebit(GlMapLoc)  TO GlDetAcct
               END-IF
               MOVE "D"                   TO GlDetDrCr
               WRITE gl-record FROM gl-detail-line
               DISPLAY gl-detail-line
               WRITE report-record FROM gl-detail-line
               IF GlAccType(GlAccLoc) IS EQUAL "TUITREV"
                   MOVE GlMapDebit(GlMapLoc)  TO GlDetAcct
               ELSE
                   MOVE GlMapCredit(GlMapLoc) TO GlDetAcct
               END-IF
               MOVE "C"                   TO GlDetDrCr
               WRITE gl-record FROM gl-detail-line
               DISPLAY gl-detail-line
               WRITE report-record FROM gl-detail-line
           END-PERFORM.

           MOVE GlLineCount   TO GlTrlLines.
           MOVE GlDebitTotal  TO GlTrlDebit.
           MOVE GlCreditTotal TO GlTrlCredit.
           MOVE GlPeriodLabel TO GlTrlPeriod.
           WRITE gl-record FROM gl-trailer-line.

           CLOSE gl-file.

           MOVE GlLineCount   TO GlSumLinesDisp.
           MOVE GlDebitTotal  TO GlSumDebitDisp.
           MOVE GlCreditTotal TO GlSumCreditDisp.
           MOVE GlSkipCount   TO GlSumSkipDisp.
           DISPLAY gl-summary-disp.
           WRITE report-record FROM gl-summary-disp.

           OPEN EXTEND glper-file.
           IF GlPerFileStatus IS EQUAL "35"
               OPEN OUTPUT glper-file
           END-IF.

           MOVE SPACES TO glper-record.
           IF GlModeChoice IS EQUAL 1
               MOVE "T"          TO GlPerKindIn
               MOVE GlTermChoice TO GlPerTermIn
               MOVE 0            TO GlPerFromIn
               MOVE 0            TO GlPerToIn
           ELSE
               MOVE "D"          TO GlPerKindIn
               MOVE SPACES       TO GlPerTermIn
               MOVE GlFromChoice TO GlPerFromIn
               MOVE GlToChoice   TO GlPerToIn
           END-IF.
           MOVE CurrentDate  TO GlPerRunDateIn.
           MOVE GlLineCount  TO GlPerLinesIn.
           MOVE GlDebitTotal TO GlPerTotalIn.
           WRITE glper-record.

           CLOSE glper-file.

           OPEN EXTEND gltuit-file.
           IF GlTuitFileStatus IS EQUAL "35"
               OPEN OUTPUT gltuit-file
           END-IF.

           PERFORM Write_gl_tuit_row VARYING GlTuiIdx FROM 1 BY 1
               UNTIL GlTuiIdx > GlTuiCount.

           CLOSE gltuit-file.


      *****************************************
      * Log the tuition change the journal posted for row GlTuiIdx
      *
       Write_gl_tuit_row.

           IF GlTuiTake(GlTuiIdx) < 1
               EXIT PARAGRAPH
           END-IF.

           COMPUTE GlTuiDelta =
               GlTuiNow(GlTuiIdx) - GlTuiPosted(GlTuiIdx).

           MOVE SPACES TO gltuit-record.
           MOVE GlTuiTerm(GlTuiIdx)   TO GlTuiTermIn.
           MOVE GlTuiCourse(GlTuiIdx) TO GlTuiCourseIn.
           MOVE GlTuiMapKey(GlTuiIdx) TO GlTuiMapKeyIn.
           MOVE CurrentDate           TO GlTuiRunDateIn.

           IF GlTuiDelta > 0
               MOVE "P" TO GlTuiKindIn
               MOVE GlTuiDelta TO GlTuiAmtIn
           ELSE
               MOVE "R" TO GlTuiKindIn
               COMPUTE GlTuiAmtIn = 0 - GlTuiDelta
           END-IF.

           WRITE gltuit-record.


      *****************************************
      * Display the enrollment verification menu
      *
       Modify_verify.

           DISPLAY " ".
           DISPLAY "    Enrollment Verification".
           DISPLAY "    -----------------------".
           DISPLAY "1.  Clearinghouse Submission Run".
           DISPLAY "2.  Verification Letter".
           DISPLAY "3.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModVerChoice.

           MOVE "VR" TO AccessMenu.
           MOVE ModVerChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModVerChoice IS EQUAL 1
               PERFORM Enroll_verify_run
           ELSE IF ModVerChoice IS EQUAL 2
               PERFORM Verification_letter
           END-IF.


      *****************************************
      * Enrollment verification submission for a term. Totals each
      * student's registered credits for the term (withdrawals
      * excluded), classifies full-time, three-quarter, half-time or
      * less than half-time - W when every course was withdrawn -
      * and writes the fixed-format clearinghouse file
      * enrollverC.txt. Each status sent is logged to
      * enrollsubC.txt; a student new to the submission, whose
      * status changed, or who withdrew from a course since the
      * last submission is flagged NEW, CHG or WDR.
      *
       Enroll_verify_run.

           DISPLAY " ".
           DISPLAY "    Enrollment Verification Submission".
           DISPLAY "    ----------------------------------".

      * Under job control the term arrives on the ENRLVER card.
           IF JobMode = 0
               DISPLAY "    Semester code: " WITH NO ADVANCING
               ACCEPT VerTermChoice
           END-IF.

           MOVE 1 TO VerRunOK.

           MOVE VerTermChoice TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               MOVE 0 TO VerRunOK
               DISPLAY " "
               DISPLAY "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           MOVE "Enrollment Verify" TO ReportSectionTitle.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

           MOVE VerTermChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           PERFORM Tally_term_credits.
           PERFORM Read_enroll_submissions.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           MOVE 0 TO VerCount.
           MOVE 0 TO VerFullCount.
           MOVE 0 TO VerQtrCount.
           MOVE 0 TO VerHalfCount.
           MOVE 0 TO VerLessCount.
           MOVE 0 TO VerWdCount.
           MOVE 0 TO VerFlagCount.

           OPEN OUTPUT enrollver-file.

           MOVE VerTermChoice      TO VerHdrTerm.
           MOVE TermStart(TermLoc) TO VerHdrStart.
           MOVE TermEnd(TermLoc)   TO VerHdrEnd.
           MOVE CurrentDate        TO VerHdrRunDate.
           WRITE enrollver-record FROM ver-header-line.

           OPEN EXTEND enrollsub-file.
           IF EnrSubFileStatus IS EQUAL "35"
               OPEN OUTPUT enrollsub-file
           END-IF.

           DISPLAY ver-record-heading.
           WRITE report-record FROM ver-record-heading.

           PERFORM Verify_one_student VARYING VerStuIdx FROM 1 BY 1
               UNTIL VerStuIdx > StudentCount.

           CLOSE enrollsub-file.

           MOVE VerCount     TO VerTrlCount.
           MOVE VerFlagCount TO VerTrlFlagCount.
           WRITE enrollver-record FROM ver-trailer-line.

           CLOSE enrollver-file.

           MOVE VerCount     TO VerCountDisp.
           MOVE VerFullCount TO VerFullDisp.
           MOVE VerQtrCount  TO VerQtrDisp.
           MOVE VerHalfCount TO VerHalfDisp.
           MOVE VerLessCount TO VerLessDisp.
           MOVE VerWdCount   TO VerWdDisp.
           MOVE VerFlagCount TO VerFlagCountDisp.

           DISPLAY " ".
           DISPLAY ver-summary-disp.
           WRITE report-record FROM " ".
           WRITE report-record FROM ver-summary-disp.
           DISPLAY "Submission written to enrollverC.txt.".

           MOVE "VERIFY" TO AuditAction.
           STRING "Enrollment verification " DELIMITED BY SIZE
               VerTermChoice  DELIMITED BY SIZE
               " students "   DELIMITED BY SIZE
               VerCount       DELIMITED BY SIZE
               " flagged "    DELIMITED BY SIZE
               VerFlagCount   DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      *****************************************
      * Total every student's credits for VerTermChoice from the
      * working registrations and the close-out archive into the
      * verify-tables, by student table position. A withdrawal
      * earns no credit but records its drop date.
      *
       Tally_term_credits.

           PERFORM VARYING VerStuIdx FROM 1 BY 1
               UNTIL VerStuIdx > StudentCount
               MOVE 0 TO VerCredits(VerStuIdx)
               MOVE 0 TO VerHasReg(VerStuIdx)
               MOVE 0 TO VerWdDate(VerStuIdx)
           END-PERFORM.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > RegCount
               IF RegSemesterCode(K) IS EQUAL VerTermChoice
                   MOVE RegStuNum(K)   TO StudentLookupNum
                   MOVE RegCourNum(K)  TO CourseLookupNum
                   MOVE RegSection(K)  TO CourseLookupSect
                   MOVE RegStatus(K)   TO BillStatus
                   MOVE RegDropDate(K) TO BillDropDate
                   PERFORM Tally_one_registration
               END-IF
           END-PERFORM.

           MOVE "no" TO EOF.

           OPEN INPUT archive-file.

           IF ArchFileStatus IS EQUAL "35"
               EXIT PARAGRAPH
           END-IF.

           READ archive-file
               AT END MOVE "yes" TO EOF.

           PERFORM Process_arch_verify
               UNTIL EOF IS EQUAL "yes".

           CLOSE archive-file.


      *****************************************
      * Credits from one archived registration of the term
      *
       Process_arch_verify.

           IF ArchSemesterIn IS EQUAL VerTermChoice
               IF ArchSectionIn IS NOT NUMERIC
                   MOVE 01 TO ArchSectWork
               ELSE
                   MOVE ArchSectionIn TO ArchSectWork
               END-IF
               MOVE ArchStuNumIn  TO StudentLookupNum
               MOVE ArchCourNumIn TO CourseLookupNum
               MOVE ArchSectWork  TO CourseLookupSect
               PERFORM Set_arch_billing
               PERFORM Tally_one_registration
           END-IF.

           READ archive-file
               AT END MOVE "yes" TO EOF.


      *****************************************
      * Add one registration of StudentLookupNum in course
      * CourseLookupNum / CourseLookupSect to the student's term
      * credits. BillStatus and BillDropDate describe it.
      *
       Tally_one_registration.

           PERFORM Find_student_loc.

           IF StudentLoc < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO VerHasReg(StudentLoc).

           IF BillStatus IS EQUAL "W"
               IF BillDropDate > VerWdDate(StudentLoc)
                   MOVE BillDropDate TO VerWdDate(StudentLoc)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find_course_loc.

           IF CourseLocFound > 0
               ADD CourseCredits(CourseLocFound)
                   TO VerCredits(StudentLoc)
           END-IF.


      *****************************************
      * Classify VerCreditsWork into VerStatusWork (the
      * clearinghouse code) and VerStatusText
      *
       Classify_enroll_status.

           IF VerCreditsWork IS EQUAL 0
               MOVE "W" TO VerStatusWork
               MOVE "WITHDRAWN" TO VerStatusText
           ELSE IF VerCreditsWork NOT < FullTimeCredits
               MOVE "F" TO VerStatusWork
               MOVE "FULL-TIME" TO VerStatusText
           ELSE IF VerCreditsWork NOT < ThreeQtrCredits
               MOVE "Q" TO VerStatusWork
               MOVE "THREE-QUARTER TIME" TO VerStatusText
           ELSE IF VerCreditsWork NOT < HalfTimeCredits
               MOVE "H" TO VerStatusWork
               MOVE "HALF-TIME" TO VerStatusText
           ELSE
               MOVE "L" TO VerStatusWork
               MOVE "LESS THAN HALF-TIME" TO VerStatusText
           END-IF.


      ****************************************
      * Load the latest status submitted for VerTermChoice for each
      * student from the submission log. The log does not exist
      * until the first submission run.
      *
       Read_enroll_submissions.

           MOVE "no" TO EOF.
           MOVE 0 TO VerSubCount.

           OPEN INPUT enrollsub-file.

           IF EnrSubFileStatus IS EQUAL "35"
               EXIT PARAGRAPH
           END-IF.

           READ enrollsub-file
               AT END MOVE "yes" TO EOF.

           PERFORM Process_enroll_sub
               UNTIL EOF IS EQUAL "yes".

           CLOSE enrollsub-file.


      ****************************************
      * Keep one submission log line for the term, replacing any
      * earlier one for the same student
      *
       Process_enroll_sub.

           IF EnrSubTermIn IS EQUAL VerTermChoice
               MOVE 0 TO VerSubLoc
               PERFORM VARYING VerSubIdx FROM 1 BY 1
                   UNTIL VerSubIdx > VerSubCount
                   IF EnrSubStuNum(VerSubIdx) IS EQUAL EnrSubStuNumIn
                       MOVE VerSubIdx TO VerSubLoc
                   END-IF
               END-PERFORM
               IF VerSubLoc < 1
               AND VerSubCount < 500
                   ADD VerSubCount 1 GIVING VerSubCount
                   MOVE VerSubCount TO VerSubLoc
               END-IF
               IF VerSubLoc > 0
                   MOVE EnrSubStuNumIn TO EnrSubStuNum(VerSubLoc)
                   MOVE EnrSubStatusIn TO EnrSubStatus(VerSubLoc)
                   MOVE EnrSubDateIn   TO EnrSubDate(VerSubLoc)
               END-IF
           END-IF.

           READ enrollsub-file
               AT END MOVE "yes" TO EOF.


      *****************************************
      * One student of the submission run. Students with no
      * registration in the term are not submitted unless an
      * earlier submission reported them; one whose registrations
      * have all been dropped since goes out again as withdrawn so
      * the clearinghouse hears of the change.
      *
       Verify_one_student.

           MOVE 0 TO VerSubLoc.

           PERFORM VARYING VerSubIdx FROM 1 BY 1
               UNTIL VerSubIdx > VerSubCount
               IF EnrSubStuNum(VerSubIdx) IS EQUAL
                   StudentNumber(VerStuIdx)
                   MOVE VerSubIdx TO VerSubLoc
               END-IF
           END-PERFORM.

           IF VerHasReg(VerStuIdx) < 1
           AND VerSubLoc < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE VerCredits(VerStuIdx) TO VerCreditsWork.
           PERFORM Classify_enroll_status.

           IF VerSubLoc < 1
               MOVE "NEW" TO VerFlagWork
           ELSE IF VerWdDate(VerStuIdx) > EnrSubDate(VerSubLoc)
               MOVE "WDR" TO VerFlagWork
           ELSE IF VerStatusWork NOT EQUAL EnrSubStatus(VerSubLoc)
               MOVE "CHG" TO VerFlagWork
           ELSE
               MOVE SPACES TO VerFlagWork
           END-IF.

           ADD VerCount 1 GIVING VerCount.

           IF VerFlagWork NOT EQUAL SPACES
               ADD VerFlagCount 1 GIVING VerFlagCount
           END-IF.

           IF VerStatusWork IS EQUAL "F"
               ADD VerFullCount 1 GIVING VerFullCount
           ELSE IF VerStatusWork IS EQUAL "Q"
               ADD VerQtrCount 1 GIVING VerQtrCount
           ELSE IF VerStatusWork IS EQUAL "H"
               ADD VerHalfCount 1 GIVING VerHalfCount
           ELSE IF VerStatusWork IS EQUAL "L"
               ADD VerLessCount 1 GIVING VerLessCount
           ELSE
               ADD VerWdCount 1 GIVING VerWdCount
           END-IF.

           MOVE StudentNumber(VerStuIdx)    TO VerDetStuNum.
           MOVE StudentLastName(VerStuIdx)  TO VerDetLast.
           MOVE StudentFirstName(VerStuIdx) TO VerDetFirst.
           MOVE StudentStreet(VerStuIdx)    TO VerDetStreet.
           MOVE StudentCity(VerStuIdx)      TO VerDetCity.
           MOVE StudentState(VerStuIdx)     TO VerDetState.
           MOVE StudentZip(VerStuIdx)       TO VerDetZip.
           MOVE VerTermChoice               TO VerDetTerm.
           MOVE TermStart(TermLoc)          TO VerDetStart.
           MOVE TermEnd(TermLoc)            TO VerDetEnd.
           MOVE VerStatusWork               TO VerDetStatus.
           MOVE VerCreditsWork              TO VerDetCredits.
           MOVE VerFlagWork                 TO VerDetFlag.
           MOVE VerWdDate(VerStuIdx)        TO VerDetWdDate.
           WRITE enrollver-record FROM ver-detail-line.

           MOVE StudentNumber(VerStuIdx)    TO VerStuNumDisp.
           MOVE StudentLastName(VerStuIdx)  TO VerLastDisp.
           MOVE StudentFirstName(VerStuIdx) TO VerFirstDisp.
           MOVE VerCreditsWork              TO VerCreditsDisp.
           MOVE VerStatusText               TO VerStatusDisp.
           MOVE VerFlagWork                 TO VerFlagDisp.
           DISPLAY ver-record-disp.
           WRITE report-record FROM ver-record-disp.

           MOVE SPACES TO enrollsub-record.
           MOVE StudentNumber(VerStuIdx) TO EnrSubStuNumIn.
           MOVE VerTermChoice            TO EnrSubTermIn.
           MOVE VerStatusWork            TO EnrSubStatusIn.
           MOVE VerCreditsWork           TO EnrSubCreditsIn.
           MOVE CurrentDate              TO EnrSubDateIn.
           WRITE enrollsub-record.


      *****************************************
      * Walk-up verification letter for one student and term,
      * written to verletterC.txt for printing. A letter is not a
      * clearinghouse submission and is not logged as one.
      *
       Verification_letter.

           DISPLAY " ".
           DISPLAY "    Verification Letter".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT StudentNumberChoice.

           DISPLAY "    Semester code: " WITH NO ADVANCING.
           ACCEPT VerTermChoice.

           MOVE StudentNumberChoice TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Student not found."
               EXIT PARAGRAPH
           END-IF.

           MOVE VerTermChoice TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               DISPLAY " "
               DISPLAY "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           PERFORM Tally_term_credits.

      * The tally reuses StudentLoc; look the student up again.
           MOVE StudentNumberChoice TO StudentLookupNum.
           PERFORM Find_student_loc.
           MOVE StudentLoc TO VerStuIdx.

           IF VerHasReg(VerStuIdx) < 1
               DISPLAY " "
               DISPLAY "Student has no registrations for that term."
               EXIT PARAGRAPH
           END-IF.

           MOVE VerCredits(VerStuIdx) TO VerCreditsWork.
           PERFORM Classify_enroll_status.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           OPEN OUTPUT verletter-file.

           WRITE verletter-record FROM letter-title.
           WRITE verletter-record FROM letter-subtitle.
           WRITE verletter-record FROM statement-rule.
           MOVE CurrentDate TO LetterDateDisp.
           WRITE verletter-record FROM letter-date-line.
           WRITE verletter-record FROM " ".

           MOVE StudentNumber(VerStuIdx)    TO StmtStuNumDisp.
           MOVE StudentFirstName(VerStuIdx) TO StmtStuFirstDisp.
           MOVE StudentLastName(VerStuIdx)  TO StmtStuLastDisp.
           WRITE verletter-record FROM statement-stu-disp.

           MOVE StudentStreet(VerStuIdx) TO StmtStreetDisp.
           WRITE verletter-record FROM statement-addr-street.

           MOVE StudentCity(VerStuIdx)  TO StmtCityDisp.
           MOVE StudentState(VerStuIdx) TO StmtStateDisp.
           MOVE StudentZip(VerStuIdx)   TO StmtZipDisp.
           WRITE verletter-record FROM statement-addr-city.

           WRITE verletter-record FROM " ".
           WRITE verletter-record FROM
               "This certifies that the student named above is".
           WRITE verletter-record FROM
               "registered at CALU for the term shown below.".
           WRITE verletter-record FROM " ".

           MOVE VerTermChoice      TO LetterTermDisp.
           MOVE TermStart(TermLoc) TO LetterStartDisp.
           MOVE TermEnd(TermLoc)   TO LetterEndDisp.
           WRITE verletter-record FROM letter-term-line.

           MOVE VerCreditsWork TO LetterCreditsDisp.
           MOVE VerStatusText  TO LetterStatusDisp.
           WRITE verletter-record FROM letter-credit-line.

           IF VerStatusWork IS EQUAL "W"
               MOVE VerWdDate(VerStuIdx) TO LetterWdDateDisp
               WRITE verletter-record FROM letter-wd-line
           END-IF.

           WRITE verletter-record FROM " ".
           WRITE verletter-record FROM " ".
           WRITE verletter-record FROM
               "______________________________  Registrar".

           CLOSE verletter-file.

           DISPLAY " ".
           DISPLAY letter-term-line.
           DISPLAY letter-credit-line.
           DISPLAY "Letter written to verletterC.txt.".


      *****************************************
      * Display the graduation clearance menu
      *
       Modify_grad.

           DISPLAY " ".
           DISPLAY "    Graduation Clearance".
           DISPLAY "    --------------------".
           DISPLAY "1.  Add Graduation Application".
           DISPLAY "2.  Delete Graduation Application".
           DISPLAY "3.  List Graduation Applications".
           DISPLAY "4.  Clearance Run".
           DISPLAY "5.  Degree Conferral".
           DISPLAY "6.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModGradChoice.

           MOVE "GD" TO AccessMenu.
           MOVE ModGradChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModGradChoice IS EQUAL 1
               PERFORM Add_gradapp
           ELSE IF ModGradChoice IS EQUAL 2
               PERFORM Del_gradapp
           ELSE IF ModGradChoice IS EQUAL 3
               PERFORM List_gradapps
           ELSE IF ModGradChoice IS EQUAL 4
               PERFORM Grad_clearance_run
           ELSE IF ModGradChoice IS EQUAL 5
               PERFORM Degree_conferral
           END-IF.


      *****************************************
      * Key a graduation application: the student, the term the
      * student intends to finish and the degree and major applied
      * for. The major defaults to the one on the student master
      * and must have requirements on file to be audited against.
      *
       Add_gradapp.

           DISPLAY " ".
           DISPLAY "    Add Graduation Application".
           DISPLAY "    -----------".

           IF GradAppCount IS EQUAL 500
               DISPLAY " "
               DISPLAY "Graduation application table is full."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT NewGradAppStuNum.

           MOVE NewGradAppStuNum TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Student not found."
               EXIT PARAGRAPH
           END-IF.

           IF StudentConferDate(StudentLoc) > 0
               DISPLAY " "
               DISPLAY "Student has already graduated."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Intended graduation term: " WITH NO ADVANCING.
           ACCEPT NewGradAppTerm.

           MOVE NewGradAppTerm TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               DISPLAY " "
               DISPLAY "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           MOVE NewGradAppStuNum TO StudentNumberChoice.
           MOVE NewGradAppTerm   TO GradTermChoice.
           PERFORM Find_gradapp.

           IF GradAppLoc > 0
               DISPLAY " "
               DISPLAY "Student already has an application for that"
                   " term."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Degree (BA, BS, ...): " WITH NO ADVANCING.
           ACCEPT NewGradAppDegree.

           IF NewGradAppDegree IS EQUAL SPACES
               DISPLAY " "
               DISPLAY "Degree is required."
               PERFORM Add_gradapp
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Major (blank for the student's major): "
               WITH NO ADVANCING.
           ACCEPT NewGradAppMajor.

           IF NewGradAppMajor IS EQUAL SPACES
               MOVE StudentMajor(StudentLoc) TO NewGradAppMajor
           END-IF.

           MOVE 0 TO AuditReqFound.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ReqCount
               IF ReqMajor(J) IS EQUAL NewGradAppMajor
                   MOVE 1 TO AuditReqFound
               END-IF
           END-PERFORM.

           IF AuditReqFound < 1
               DISPLAY " "
               DISPLAY "No requirements on file for major."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-gradapp.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               PERFORM Add_gradapp
               EXIT PARAGRAPH
           END-IF.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           ADD GradAppCount 1 GIVING GradAppCount.

           MOVE NewGradAppStuNum TO GradAppStuNum(GradAppCount).
           MOVE NewGradAppTerm   TO GradAppTerm(GradAppCount).
           MOVE NewGradAppDegree TO GradAppDegree(GradAppCount).
           MOVE NewGradAppMajor  TO GradAppMajor(GradAppCount).
           MOVE "A"              TO GradAppStatus(GradAppCount).
           MOVE CurrentDate      TO GradAppDate(GradAppCount).
           MOVE SPACES           TO GradAppReason(GradAppCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Graduation application " DELIMITED BY SIZE
               NewGradAppStuNum   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NewGradAppTerm     DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               NewGradAppDegree   DELIMITED BY SPACE
               " "                DELIMITED BY SIZE
               NewGradAppMajor    DELIMITED BY SPACE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Graduation application saved.".


      *****************************************
      * Remove a graduation application. Once the degree has been
      * conferred the application is the record of it and stays.
      *
       Del_gradapp.

           DISPLAY " ".
           DISPLAY "    Delete Graduation Application".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT StudentNumberChoice.

           DISPLAY "    Intended graduation term: " WITH NO ADVANCING.
           ACCEPT GradTermChoice.

           PERFORM Find_gradapp.

           IF GradAppLoc < 1
               DISPLAY " "
               DISPLAY "No application on file for that student and"
                   " term."
               EXIT PARAGRAPH
           END-IF.

           IF GradAppStatus(GradAppLoc) IS EQUAL "G"
               DISPLAY " "
               DISPLAY "Degree already conferred on that application."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Delete application ", StudentNumberChoice, " ",
               GradTermChoice, " ", GradAppDegree(GradAppLoc), " ",
               GradAppMajor(GradAppLoc).
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Graduation application " DELIMITED BY SIZE
               StudentNumberChoice DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               GradTermChoice      DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           SUBTRACT 1 FROM GradAppCount GIVING TmpCount.

           PERFORM VARYING I FROM GradAppLoc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J
               MOVE GradAppStuNum(J) TO GradAppStuNum(I)
               MOVE GradAppTerm(J)   TO GradAppTerm(I)
               MOVE GradAppDegree(J) TO GradAppDegree(I)
               MOVE GradAppMajor(J)  TO GradAppMajor(I)
               MOVE GradAppStatus(J) TO GradAppStatus(I)
               MOVE GradAppDate(J)   TO GradAppDate(I)
               MOVE GradAppReason(J) TO GradAppReason(I)
           END-PERFORM.

           MOVE TmpCount TO GradAppCount.

           DISPLAY " ".
           DISPLAY "Graduation application deleted.".


      *****************************************
      * Display the graduation applications for one term, or ALL
      *
       List_gradapps.

           DISPLAY " ".
           DISPLAY "    Semester code (ALL for every term): "
               WITH NO ADVANCING.
           ACCEPT GradTermChoice.

           DISPLAY " ".
           DISPLAY gradapp-record-heading.

           MOVE 0 TO GradCandCount.

           PERFORM VARYING GradAppIdx FROM 1 BY 1
               UNTIL GradAppIdx > GradAppCount
               IF GradTermChoice IS EQUAL "ALL"
               OR GradAppTerm(GradAppIdx) IS EQUAL GradTermChoice
                   ADD GradCandCount 1 GIVING GradCandCount
                   MOVE GradAppStuNum(GradAppIdx) TO GappStuNumDisp
                   MOVE GradAppStuNum(GradAppIdx) TO StudentLookupNum
                   PERFORM Find_student_loc
                   IF StudentLoc > 0
                       MOVE StudentLastName(StudentLoc) TO GappLastDisp
                       MOVE StudentFirstName(StudentLoc)
                           TO GappFirstDisp
                   ELSE
                       MOVE "(not on file)" TO GappLastDisp
                       MOVE SPACES TO GappFirstDisp
                   END-IF
                   MOVE GradAppTerm(GradAppIdx)   TO GappTermDisp
                   MOVE GradAppDegree(GradAppIdx) TO GappDegreeDisp
                   MOVE GradAppMajor(GradAppIdx)  TO GappMajorDisp
                   MOVE GradAppStatus(GradAppIdx) TO GappStatusDisp
                   MOVE GradAppDate(GradAppIdx)   TO GappDateDisp
                   DISPLAY gradapp-record-disp
               END-IF
           END-PERFORM.

           IF GradCandCount < 1
               DISPLAY "No graduation applications on file."
           END-IF.


      *****************************************
      * Look up the application of StudentNumberChoice for
      * GradTermChoice. Sets GradAppLoc, or 0 when there is none.
      *
       Find_gradapp.

           MOVE 0 TO GradAppLoc.

           PERFORM VARYING GradAppIdx FROM 1 BY 1
               UNTIL GradAppIdx > GradAppCount
               IF GradAppStuNum(GradAppIdx) IS EQUAL
                   StudentNumberChoice
               AND GradAppTerm(GradAppIdx) IS EQUAL GradTermChoice
                   MOVE GradAppIdx TO GradAppLoc
               END-IF
           END-PERFORM.


      *****************************************
      * Clearance run over every application for a term that has
      * not yet been conferred. Each applicant is checked against
      * the degree audit for the major applied for, the balance
      * due across all terms and any active hold. Applications are
      * marked C cleared or N not cleared, and the run lists the
      * cleared students, then the rest with their reasons.
      *
       Grad_clearance_run.

           MOVE "Graduation Clearance" TO ReportSectionTitle.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

      * Under job control the term arrives on the GRADCLR card.
           IF JobMode = 0
               DISPLAY "Please enter the graduation term: "
                   WITH NO ADVANCING
               ACCEPT GradTermChoice
           END-IF.

           MOVE 1 TO GradRunOK.

           MOVE GradTermChoice TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               MOVE 0 TO GradRunOK
               DISPLAY "Unknown semester code."
               WRITE report-record FROM "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           MOVE GradTermChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           MOVE 0 TO GradCandCount.
           MOVE 0 TO GradClearCount.
           MOVE 0 TO GradNotCount.
           MOVE 0 TO GradConferCount.

           PERFORM Grad_clear_one_app VARYING GradAppIdx FROM 1 BY 1
               UNTIL GradAppIdx > GradAppCount.

           IF GradCandCount < 1
               DISPLAY "No open applications for term."
               WRITE report-record FROM
                   "No open applications for term."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           WRITE report-record FROM " ".
           DISPLAY "Cleared for graduation:".
           WRITE report-record FROM "Cleared for graduation:".
           DISPLAY grad-clear-heading.
           WRITE report-record FROM grad-clear-heading.

           PERFORM VARYING GradAppIdx FROM 1 BY 1
               UNTIL GradAppIdx > GradAppCount
               IF GradAppTerm(GradAppIdx) IS EQUAL GradTermChoice
               AND GradAppStatus(GradAppIdx) IS EQUAL "C"
                   PERFORM Write_grad_clear_line
               END-IF
           END-PERFORM.

           DISPLAY " ".
           WRITE report-record FROM " ".
           DISPLAY "Not cleared:".
           WRITE report-record FROM "Not cleared:".
           DISPLAY grad-clear-heading.
           WRITE report-record FROM grad-clear-heading.

           PERFORM VARYING GradAppIdx FROM 1 BY 1
               UNTIL GradAppIdx > GradAppCount
               IF GradAppTerm(GradAppIdx) IS EQUAL GradTermChoice
               AND GradAppStatus(GradAppIdx) IS EQUAL "N"
                   PERFORM Write_grad_clear_line
               END-IF
           END-PERFORM.

           PERFORM Write_grad_summary.

           MOVE "GRDCLR" TO AuditAction.
           STRING "Graduation clearance " DELIMITED BY SIZE
               GradTermChoice  DELIMITED BY SIZE
               " cleared "     DELIMITED BY SIZE
               GradClearCount  DELIMITED BY SIZE
               " not cleared " DELIMITED BY SIZE
               GradNotCount    DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      *****************************************
      * Check one application of the clearance run, when it is for
      * the term and not already conferred
      *
       Grad_clear_one_app.

           IF GradAppTerm(GradAppIdx) NOT EQUAL GradTermChoice
           OR GradAppStatus(GradAppIdx) IS EQUAL "G"
               EXIT PARAGRAPH
           END-IF.

           ADD GradCandCount 1 GIVING GradCandCount.

           PERFORM Check_grad_clearance.

           MOVE GradReason TO GradAppReason(GradAppIdx).

           IF GradCleared > 0
               MOVE "C" TO GradAppStatus(GradAppIdx)
               ADD GradClearCount 1 GIVING GradClearCount
           ELSE
               MOVE "N" TO GradAppStatus(GradAppIdx)
               ADD GradNotCount 1 GIVING GradNotCount
           END-IF.


      *****************************************
      * Clearance checks for application GradAppIdx. Sets
      * GradCleared, and GradReason to every reason it fails:
      * requirements for the major not complete, credits short of
      * the major's minimum, a balance due, or an active hold.
      *
       Check_grad_clearance.

           MOVE 1 TO GradCleared.
           MOVE SPACES TO GradReason.

           MOVE GradAppStuNum(GradAppIdx) TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               MOVE "student not on file" TO GradReasonPart
               PERFORM Add_grad_reason
               EXIT PARAGRAPH
           END-IF.

           IF StudentConferDate(StudentLoc) > 0
               MOVE "degree already conferred" TO GradReasonPart
               PERFORM Add_grad_reason
               EXIT PARAGRAPH
           END-IF.

           MOVE GradAppStuNum(GradAppIdx) TO StudentNumberChoice.
           MOVE GradAppMajor(GradAppIdx)  TO ReqMajorChoice.
           MOVE GradAppStuNum(GradAppIdx) TO ArchHistStuNum.
           PERFORM Load_archive_history.

           MOVE 0 TO AuditReqFound.
           MOVE 0 TO AuditMinCred.
           MOVE 0 TO GradOutCount.
           MOVE 0 TO GradProgCount.
           MOVE SPACES TO GradFirstOut.

           PERFORM Grad_check_requirement VARYING J FROM 1 BY 1
               UNTIL J > ReqCount.

           IF AuditReqFound < 1
               MOVE "no requirements for major" TO GradReasonPart
               PERFORM Add_grad_reason
           END-IF.

           IF GradOutCount > 0
           OR GradProgCount > 0
               MOVE SPACES TO GradReasonPart
               IF GradOutCount + GradProgCount > 1
                   STRING GradFirstOut DELIMITED BY SPACE
                       " and others incomplete" DELIMITED BY SIZE
                       INTO GradReasonPart
               ELSE
                   STRING GradFirstOut DELIMITED BY SPACE
                       " incomplete"   DELIMITED BY SIZE
                       INTO GradReasonPart
               END-IF
               PERFORM Add_grad_reason
           END-IF.

           PERFORM Compute_audit_credits.

           IF AuditEarnedCred < AuditMinCred
               MOVE SPACES TO GradReasonPart
               STRING "credits " DELIMITED BY SIZE
                   AuditEarnedCred DELIMITED BY SIZE
                   "/"             DELIMITED BY SIZE
                   AuditMinCred    DELIMITED BY SIZE
                   INTO GradReasonPart
               PERFORM Add_grad_reason
           END-IF.

           MOVE "ALL" TO SemesterChoice.
           PERFORM Compute_student_tuition.
           PERFORM Compute_student_payments.
           COMPUTE GradBalanceDue = TotalTuition - StuPaidTotal.

           IF GradBalanceDue > 0
               MOVE GradBalanceDue TO GradMoneyDisp
               MOVE 0 TO GradLead
               INSPECT GradMoneyDisp TALLYING GradLead
                   FOR LEADING SPACES
               MOVE SPACES TO GradReasonPart
               STRING "balance due " DELIMITED BY SIZE
                   GradMoneyDisp(GradLead + 1:) DELIMITED BY SIZE
                   INTO GradReasonPart
               PERFORM Add_grad_reason
           END-IF.

           MOVE 0 TO GradHoldLoc.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > HoldCount
               IF HoldStuNum(K) IS EQUAL GradAppStuNum(GradAppIdx)
               AND HoldReleased(K) IS EQUAL 0
               AND GradHoldLoc < 1
                   MOVE K TO GradHoldLoc
               END-IF
           END-PERFORM.

           IF GradHoldLoc > 0
               MOVE SPACES TO GradReasonPart
               STRING HoldType(GradHoldLoc) DELIMITED BY SPACE
                   " hold"                  DELIMITED BY SIZE
                   INTO GradReasonPart
               PERFORM Add_grad_reason
           END-IF.


      *****************************************
      * One requirement row for the clearance check. A course
      * still in progress does not clear: the run is meant for
      * after the term's grades are in.
      *
       Grad_check_requirement.

           IF ReqMajor(J) NOT EQUAL ReqMajorChoice
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO AuditReqFound.

           IF ReqCourse(J) IS EQUAL SPACES
               MOVE ReqMinCred(J) TO AuditMinCred
               EXIT PARAGRAPH
           END-IF.

           PERFORM Compute_req_status.

           IF AuditSat > 0
               EXIT PARAGRAPH
           END-IF.

           IF GradFirstOut IS EQUAL SPACES
               MOVE ReqCourse(J) TO GradFirstOut
           END-IF.

           IF AuditProg > 0
               ADD GradProgCount 1 GIVING GradProgCount
           ELSE
               ADD GradOutCount 1 GIVING GradOutCount
           END-IF.


      *****************************************
      * Add GradReasonPart to the reasons in GradReason and mark
      * the applicant not cleared
      *
       Add_grad_reason.

           MOVE 0 TO GradCleared.

           IF GradReason IS EQUAL SPACES
               MOVE GradReasonPart TO GradReason
           ELSE
               MOVE GradReason TO GradReasonHold
               MOVE SPACES TO GradReason
               STRING GradReasonHold DELIMITED BY "  "
                   "; "              DELIMITED BY SIZE
                   GradReasonPart    DELIMITED BY "  "
                   INTO GradReason
           END-IF.


      *****************************************
      * One line of the clearance or conferral listing for
      * application GradAppIdx, with its reason when there is one
      *
       Write_grad_clear_line.

           MOVE GradAppStuNum(GradAppIdx) TO GclrStuNumDisp.
           MOVE GradAppStuNum(GradAppIdx) TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc > 0
               MOVE StudentLastName(StudentLoc)  TO GclrLastDisp
               MOVE StudentFirstName(StudentLoc) TO GclrFirstDisp
           ELSE
               MOVE "(not on file)" TO GclrLastDisp
               MOVE SPACES TO GclrFirstDisp
           END-IF.

           MOVE GradAppDegree(GradAppIdx) TO GclrDegreeDisp.
           MOVE GradAppMajor(GradAppIdx)  TO GclrMajorDisp.
           MOVE GradAppReason(GradAppIdx) TO GclrReasonDisp.

           DISPLAY grad-clear-disp.
           WRITE report-record FROM grad-clear-disp.


      *****************************************
      * Counts line closing the clearance and conferral runs
      *
       Write_grad_summary.

           MOVE GradCandCount   TO GradCandDisp.
           MOVE GradClearCount  TO GradClearDisp.
           MOVE GradNotCount    TO GradNotDisp.
           MOVE GradConferCount TO GradConferDisp.

           DISPLAY " ".
           WRITE report-record FROM " ".
           DISPLAY grad-summary-disp.
           WRITE report-record FROM grad-summary-disp.


      *****************************************
      * Degree conferral for a term: every application the
      * clearance run marked C is checked again - a hold or a
      * charge may have landed since - and when it still clears
      * the degree, major and conferral date are recorded on the
      * student. A conferred student can no longer register.
      *
       Degree_conferral.

           MOVE "Degree Conferral" TO ReportSectionTitle.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

      * Under job control the term and date arrive on the CONFER
      * card.
           IF JobMode = 0
               DISPLAY "Please enter the graduation term: "
                   WITH NO ADVANCING
               ACCEPT GradTermChoice
               DISPLAY "Conferral date (YYYYMMDD, blank for term"
                   " end): " WITH NO ADVANCING
               ACCEPT GradDateChoice
           END-IF.

           MOVE 1 TO GradRunOK.

           MOVE GradTermChoice TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               MOVE 0 TO GradRunOK
               DISPLAY "Unknown semester code."
               WRITE report-record FROM "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           IF GradDateChoice IS EQUAL SPACES
               MOVE TermEnd(TermLoc) TO GradConferDate
           ELSE IF GradDateChoice IS NUMERIC
               MOVE GradDateChoice TO GradConferDate
           ELSE
               MOVE 0 TO GradConferDate
           END-IF.

           MOVE GradConferDate TO DayDate.
           PERFORM Date_to_day_number.

           IF DayDateOK < 1
               MOVE 0 TO GradRunOK
               DISPLAY "Invalid conferral date."
               WRITE report-record FROM "Invalid conferral date."
               EXIT PARAGRAPH
           END-IF.

           MOVE GradTermChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           MOVE 0 TO GradCandCount.
           MOVE 0 TO GradClearCount.
           MOVE 0 TO GradNotCount.
           MOVE 0 TO GradConferCount.

           PERFORM VARYING GradAppIdx FROM 1 BY 1
               UNTIL GradAppIdx > GradAppCount
               IF GradAppTerm(GradAppIdx) IS EQUAL GradTermChoice
               AND GradAppStatus(GradAppIdx) IS EQUAL "C"
                   ADD GradCandCount 1 GIVING GradCandCount
               END-IF
           END-PERFORM.

           IF GradCandCount < 1
               DISPLAY "No cleared applicants for term - run the"
                   " clearance first."
               WRITE report-record FROM
                   "No cleared applicants for term."
               EXIT PARAGRAPH
           END-IF.

           IF JobMode = 0
               PERFORM Confirm_conferral
               IF BinaryConfirmChoice NOT EQUAL 1
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY grad-clear-heading.
           WRITE report-record FROM grad-clear-heading.

           PERFORM Confer_one_app VARYING GradAppIdx FROM 1 BY 1
               UNTIL GradAppIdx > GradAppCount.

           PERFORM Write_grad_summary.


      *****************************************
      * Ask before conferring degrees on the cleared applicants
      *
       Confirm_conferral.

           DISPLAY "-----------".
           DISPLAY "Confer degrees on ", GradCandCount,
               " cleared applicants dated ", GradConferDate, "?".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
           AND BinaryConfirmChoice NOT EQUAL 2
               PERFORM Confirm_conferral
           END-IF.


      *****************************************
      * Confer the degree of application GradAppIdx when it is a
      * cleared application for the term and still clears
      *
       Confer_one_app.

           IF GradAppTerm(GradAppIdx) NOT EQUAL GradTermChoice
           OR GradAppStatus(GradAppIdx) NOT EQUAL "C"
               EXIT PARAGRAPH
           END-IF.

           PERFORM Check_grad_clearance.

           IF GradCleared < 1
               MOVE "N" TO GradAppStatus(GradAppIdx)
               MOVE GradReason TO GradAppReason(GradAppIdx)
               ADD GradNotCount 1 GIVING GradNotCount
               PERFORM Write_grad_clear_line
               EXIT PARAGRAPH
           END-IF.

           MOVE GradAppDegree(GradAppIdx)
               TO StudentDegree(StudentLoc).
           MOVE GradAppMajor(GradAppIdx)
               TO StudentDegMajor(StudentLoc).
           MOVE GradConferDate TO StudentConferDate(StudentLoc).

           MOVE "G" TO GradAppStatus(GradAppIdx).
           MOVE SPACES TO GradAppReason(GradAppIdx).
           STRING "CONFERRED " DELIMITED BY SIZE
               GradConferDate  DELIMITED BY SIZE
               INTO GradAppReason(GradAppIdx).

           ADD GradConferCount 1 GIVING GradConferCount.

           PERFORM Write_grad_clear_line.

           MOVE "CONFER" TO AuditAction.
           STRING "Degree " DELIMITED BY SIZE
               GradAppDegree(GradAppIdx) DELIMITED BY SPACE
               " "                       DELIMITED BY SIZE
               GradAppMajor(GradAppIdx)  DELIMITED BY SPACE
               " conferred on "          DELIMITED BY SIZE
               GradAppStuNum(GradAppIdx) DELIMITED BY SIZE
               " dated "                 DELIMITED BY SIZE
               GradConferDate            DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      *****************************************
      * Low-enrollment section cancellation for a term. Lists every
      * section offered in the term whose active registrations are
      * below the section's minimum enrollment. Each section the
      * dean's office confirms is cancelled: its registrations and
      * waitlist entries are dropped, and every displaced student
      * gets a notice in noticeC.txt naming the other open sections
      * of the course the student could still add.
      *
       Section_cancel_run.

           MOVE "Section Cancellation" TO ReportSectionTitle.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

      * Under job control the term arrives on the SECTCAN card, and
      * CanConfirmAll says whether to cancel or only list.
           IF JobMode = 0
               DISPLAY "Please enter a semester code: "
                   WITH NO ADVANCING
               ACCEPT CanTermChoice
           END-IF.

           MOVE 1 TO CanRunOK.
           MOVE 0 TO CanChosenCount.
           MOVE 0 TO CanRegDropped.
           MOVE 0 TO CanWaitDropped.
           MOVE 0 TO DispCount.
           MOVE 0 TO NoticeCount.

           MOVE CanTermChoice TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               MOVE 0 TO CanRunOK
               DISPLAY "Unknown semester code."
               WRITE report-record FROM "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           MOVE CanTermChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           MOVE 0 TO CanCount.

           PERFORM Check_section_minimum VARYING CanCourseIdx
               FROM 1 BY 1 UNTIL CanCourseIdx > CourseCount.

           IF CanCount < 1
               DISPLAY "No sections below minimum enrollment."
               WRITE report-record FROM
                   "No sections below minimum enrollment."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY cancel-record-heading.
           WRITE report-record FROM cancel-record-heading.

           PERFORM VARYING CanIdx FROM 1 BY 1 UNTIL CanIdx > CanCount
               MOVE "below minimum" TO CanActionDisp
               PERFORM Write_cancel_line
           END-PERFORM.

      * Each listed section is cancelled only once it is confirmed.
           PERFORM VARYING CanIdx FROM 1 BY 1 UNTIL CanIdx > CanCount
               IF JobMode = 0
                   PERFORM Confirm_section_cancel
                   IF BinaryConfirmChoice IS EQUAL 1
                       MOVE 1 TO CanChosen(CanIdx)
                   END-IF
               ELSE
                   IF CanConfirmAll > 0
                       MOVE 1 TO CanChosen(CanIdx)
                   END-IF
               END-IF
               IF CanChosen(CanIdx) > 0
                   ADD CanChosenCount 1 GIVING CanChosenCount
               END-IF
           END-PERFORM.

           IF CanChosenCount < 1
               DISPLAY " "
               DISPLAY "No sections cancelled."
               WRITE report-record FROM " "
               WRITE report-record FROM "No sections cancelled."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           WRITE report-record FROM " ".

           PERFORM Cancel_one_section VARYING CanIdx FROM 1 BY 1
               UNTIL CanIdx > CanCount.

           PERFORM Write_cancel_notices.

           MOVE CanChosenCount TO CanSectCountDisp.
           MOVE CanRegDropped  TO CanRegDisp.
           MOVE CanWaitDropped TO CanWaitDisp.
           MOVE NoticeCount    TO CanNoticeDisp.

           DISPLAY " ".
           DISPLAY cancel-summary-disp.
           WRITE report-record FROM " ".
           WRITE report-record FROM cancel-summary-disp.
           DISPLAY "Notices written to noticeC.txt.".


      *****************************************
      * Add course row CanCourseIdx to the cancellation list when
      * it has a minimum, is offered in the term and has fewer
      * active registrations than the minimum
      *
       Check_section_minimum.

           IF CourseMinEnroll(CanCourseIdx) IS EQUAL 0
               EXIT PARAGRAPH
           END-IF.

           MOVE CanTermChoice               TO SlotTerm.
           MOVE CourseNumber(CanCourseIdx)  TO CourseLookupNum.
           MOVE CourseSection(CanCourseIdx) TO CourseLookupSect.
           PERFORM Find_section_slot.

           IF SlotFound < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CanEnrollWork.

           PERFORM VARYING CanRegIdx FROM 1 BY 1
               UNTIL CanRegIdx > RegCount
               IF RegCourNum(CanRegIdx) IS EQUAL
                   CourseNumber(CanCourseIdx)
               AND RegSection(CanRegIdx) IS EQUAL
                   CourseSection(CanCourseIdx)
               AND RegSemesterCode(CanRegIdx) IS EQUAL CanTermChoice
               AND RegStatus(CanRegIdx) NOT EQUAL "W"
                   ADD CanEnrollWork 1 GIVING CanEnrollWork
               END-IF
           END-PERFORM.

           IF CanEnrollWork NOT < CourseMinEnroll(CanCourseIdx)
               EXIT PARAGRAPH
           END-IF.

           IF CanCount IS EQUAL 200
               DISPLAY "More than 200 sections below minimum - the"
                   " rest are not listed."
               EXIT PARAGRAPH
           END-IF.

           ADD CanCount 1 GIVING CanCount.

           MOVE CourseNumber(CanCourseIdx)    TO CanCourse(CanCount).
           MOVE CourseSection(CanCourseIdx)   TO CanSect(CanCount).
           MOVE CanEnrollWork                 TO CanEnroll(CanCount).
           MOVE CourseMinEnroll(CanCourseIdx) TO CanMin(CanCount).
           MOVE 0                             TO CanChosen(CanCount).


      *****************************************
      * One line of the cancellation listing for CanIdx, with the
      * action already set in CanActionDisp
      *
       Write_cancel_line.

           MOVE CanCourse(CanIdx) TO CanCourseDisp.
           MOVE CanSect(CanIdx)   TO CanSectDisp.
           MOVE CanEnroll(CanIdx) TO CanEnrollDisp.
           MOVE CanMin(CanIdx)    TO CanMinDisp.

           MOVE CanCourse(CanIdx) TO CourseLookupNum.
           MOVE CanSect(CanIdx)   TO CourseLookupSect.
           PERFORM Find_course_loc.

           IF CourseLocFound > 0
               MOVE CourseName(CourseLocFound) TO CanNameDisp
           ELSE
               MOVE SPACES TO CanNameDisp
           END-IF.

           DISPLAY cancel-record-disp.
           WRITE report-record FROM cancel-record-disp.


      *****************************************
      * Ask whether to cancel listed section CanIdx
      *
       Confirm_section_cancel.

           DISPLAY "-----------".
           DISPLAY "Cancel ", CanCourse(CanIdx), " section ",
               CanSect(CanIdx), " - ", CanEnroll(CanIdx),
               " enrolled, minimum ", CanMin(CanIdx), "?".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
           AND BinaryConfirmChoice NOT EQUAL 2
               PERFORM Confirm_section_cancel
           END-IF.


      *****************************************
      * Cancel listed section CanIdx when it was chosen: drop its
      * active registrations for the term, remembering each student
      * for the notices, and drop its waitlist entries, noticing
      * those students the same way. Withdrawal rows stay - they
      * carry the student's own W and liability. The term's
      * offering of the section goes too, so it cannot be
      * registered into again.
      *
       Cancel_one_section.

           IF CanChosen(CanIdx) < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CanKeep.

           PERFORM VARYING CanRegIdx FROM 1 BY 1
               UNTIL CanRegIdx > RegCount
               IF RegCourNum(CanRegIdx) IS EQUAL CanCourse(CanIdx)
               AND RegSection(CanRegIdx) IS EQUAL CanSect(CanIdx)
               AND RegSemesterCode(CanRegIdx) IS EQUAL CanTermChoice
               AND RegStatus(CanRegIdx) NOT EQUAL "W"
                   PERFORM Drop_cancelled_reg
               ELSE
                   ADD CanKeep 1 GIVING CanKeep
                   MOVE RegStuNum(CanRegIdx)  TO RegStuNum(CanKeep)
                   MOVE RegCourNum(CanRegIdx) TO RegCourNum(CanKeep)
                   MOVE RegSemesterCode(CanRegIdx)
                       TO RegSemesterCode(CanKeep)
                   MOVE RegSection(CanRegIdx) TO RegSection(CanKeep)
                   MOVE RegStatus(CanRegIdx)  TO RegStatus(CanKeep)
                   MOVE RegDropDate(CanRegIdx)
                       TO RegDropDate(CanKeep)
                   MOVE RegLiabPct(CanRegIdx) TO RegLiabPct(CanKeep)
               END-IF
           END-PERFORM.

           MOVE CanKeep TO RegCount.

           MOVE 0 TO CanKeep.

           PERFORM VARYING CanRegIdx FROM 1 BY 1
               UNTIL CanRegIdx > WaitCount
               IF WaitCourNum(CanRegIdx) IS EQUAL CanCourse(CanIdx)
               AND WaitSection(CanRegIdx) IS EQUAL CanSect(CanIdx)
               AND WaitSemester(CanRegIdx) IS EQUAL CanTermChoice
                   PERFORM Drop_cancelled_wait
               ELSE
                   ADD CanKeep 1 GIVING CanKeep
                   MOVE WaitCourNum(CanRegIdx)  TO WaitCourNum(CanKeep)
                   MOVE WaitSemester(CanRegIdx)
                       TO WaitSemester(CanKeep)
                   MOVE WaitStuNum(CanRegIdx)   TO WaitStuNum(CanKeep)
                   MOVE WaitPosition(CanRegIdx)
                       TO WaitPosition(CanKeep)
                   MOVE WaitSection(CanRegIdx)  TO WaitSection(CanKeep)
               END-IF
           END-PERFORM.

           MOVE CanKeep TO WaitCount.

      * A term still running off the catalog gets its offerings
      * first, so the cancelled section has a row to remove.
           MOVE 0 TO TermHasOffers.

           PERFORM VARYING CanRegIdx FROM 1 BY 1
               UNTIL CanRegIdx > OfferCount
               IF OffTerm(CanRegIdx) IS EQUAL CanTermChoice
                   MOVE 1 TO TermHasOffers
               END-IF
           END-PERFORM.

           IF TermHasOffers < 1
               MOVE CanTermChoice TO OfferCheckTerm
               MOVE SPACES        TO NewOffCourNum
               MOVE 0             TO NewOffSection
               MOVE 0             TO SeedRegOnly
               PERFORM Seed_term_offerings
           END-IF.

           MOVE 0 TO CanKeep.

           PERFORM VARYING CanRegIdx FROM 1 BY 1
               UNTIL CanRegIdx > OfferCount
               IF OffTerm(CanRegIdx) IS EQUAL CanTermChoice
               AND OffCourNum(CanRegIdx) IS EQUAL CanCourse(CanIdx)
               AND OffSection(CanRegIdx) IS EQUAL CanSect(CanIdx)
                   CONTINUE
               ELSE
                   ADD CanKeep 1 GIVING CanKeep
                   MOVE OffTerm(CanRegIdx)     TO OffTerm(CanKeep)
                   MOVE OffCourNum(CanRegIdx)  TO OffCourNum(CanKeep)
                   MOVE OffSection(CanRegIdx)  TO OffSection(CanKeep)
                   MOVE OffDays(CanRegIdx)     TO OffDays(CanKeep)
                   MOVE OffTime(CanRegIdx)     TO OffTime(CanKeep)
                   MOVE OffProf(CanRegIdx)     TO OffProf(CanKeep)
                   MOVE OffBldg(CanRegIdx)     TO OffBldg(CanKeep)
                   MOVE OffRoom(CanRegIdx)     TO OffRoom(CanKeep)
                   MOVE OffMaxSeats(CanRegIdx) TO OffMaxSeats(CanKeep)
               END-IF
           END-PERFORM.

           MOVE CanKeep TO OfferCount.

           MOVE "CANCEL" TO AuditAction.
           STRING "Section " DELIMITED BY SIZE
               CanCourse(CanIdx) DELIMITED BY SIZE
               " sec "           DELIMITED BY SIZE
               CanSect(CanIdx)   DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               CanTermChoice     DELIMITED BY SIZE
               " cancelled enrl " DELIMITED BY SIZE
               CanEnroll(CanIdx) DELIMITED BY SIZE
               " min "           DELIMITED BY SIZE
               CanMin(CanIdx)    DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           MOVE "CANCELLED" TO CanActionDisp.
           PERFORM Write_cancel_line.


      *****************************************
      * Drop registration CanRegIdx of a cancelled section and
      * remember the student for the notices
      *
       Drop_cancelled_reg.

           ADD CanRegDropped 1 GIVING CanRegDropped.

           MOVE "CANCEL" TO AuditAction.
           STRING "Registration " DELIMITED BY SIZE
               RegStuNum(CanRegIdx)  DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               CanCourse(CanIdx)     DELIMITED BY SIZE
               " sec "               DELIMITED BY SIZE
               CanSect(CanIdx)       DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               CanTermChoice         DELIMITED BY SIZE
               " section cancelled"  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           IF DispCount < 500
               ADD DispCount 1 GIVING DispCount
               MOVE RegStuNum(CanRegIdx) TO DispStuNum(DispCount)
               MOVE CanCourse(CanIdx)    TO DispCourse(DispCount)
               MOVE CanSect(CanIdx)      TO DispSect(DispCount)
           END-IF.


      *****************************************
      * Drop waitlist entry CanRegIdx of a cancelled section and
      * remember the student for the notices, unless a registration
      * in the section already did
      *
       Drop_cancelled_wait.

           ADD CanWaitDropped 1 GIVING CanWaitDropped.

           MOVE "CANCEL" TO AuditAction.
           STRING "Waitlist " DELIMITED BY SIZE
               WaitStuNum(CanRegIdx) DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               CanCourse(CanIdx)     DELIMITED BY SIZE
               " sec "               DELIMITED BY SIZE
               CanSect(CanIdx)       DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               CanTermChoice         DELIMITED BY SIZE
               " section cancelled"  DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           MOVE 1 TO DispFirst.

           PERFORM VARYING DispIdx FROM 1 BY 1 UNTIL DispIdx > DispCount
               IF DispStuNum(DispIdx) IS EQUAL WaitStuNum(CanRegIdx)
               AND DispCourse(DispIdx) IS EQUAL CanCourse(CanIdx)
               AND DispSect(DispIdx) IS EQUAL CanSect(CanIdx)
                   MOVE 0 TO DispFirst
               END-IF
           END-PERFORM.

           IF DispFirst > 0
           AND DispCount < 500
               ADD DispCount 1 GIVING DispCount
               MOVE WaitStuNum(CanRegIdx) TO DispStuNum(DispCount)
               MOVE CanCourse(CanIdx)     TO DispCourse(DispCount)
               MOVE CanSect(CanIdx)       TO DispSect(DispCount)
           END-IF.


      *****************************************
      * Write one notice per displaced student to noticeC.txt:
      * the student's mailing and email address, then each of the
      * student's cancelled sections with the other sections of
      * the course the student could add now.
      *
       Write_cancel_notices.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           OPEN OUTPUT notice-file.

           PERFORM Write_one_notice VARYING DispIdx FROM 1 BY 1
               UNTIL DispIdx > DispCount.

           CLOSE notice-file.


      *****************************************
      * The notice for the student of displaced row DispIdx, unless
      * an earlier row already produced it
      *
       Write_one_notice.

           MOVE 1 TO DispFirst.

           PERFORM VARYING DispIdx2 FROM 1 BY 1
               UNTIL DispIdx2 NOT < DispIdx
               IF DispStuNum(DispIdx2) IS EQUAL DispStuNum(DispIdx)
                   MOVE 0 TO DispFirst
               END-IF
           END-PERFORM.

           IF DispFirst < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE DispStuNum(DispIdx) TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               EXIT PARAGRAPH
           END-IF.

           ADD NoticeCount 1 GIVING NoticeCount.

           WRITE notice-record FROM notice-title.
           WRITE notice-record FROM statement-rule.
           MOVE CurrentDate TO LetterDateDisp.
           WRITE notice-record FROM letter-date-line.
           WRITE notice-record FROM " ".

           MOVE StudentNumber(StudentLoc)    TO StmtStuNumDisp.
           MOVE StudentFirstName(StudentLoc) TO StmtStuFirstDisp.
           MOVE StudentLastName(StudentLoc)  TO StmtStuLastDisp.
           WRITE notice-record FROM statement-stu-disp.

           MOVE StudentStreet(StudentLoc) TO StmtStreetDisp.
           WRITE notice-record FROM statement-addr-street.

           MOVE StudentCity(StudentLoc)  TO StmtCityDisp.
           MOVE StudentState(StudentLoc) TO StmtStateDisp.
           MOVE StudentZip(StudentLoc)   TO StmtZipDisp.
           WRITE notice-record FROM statement-addr-city.

           MOVE StudentEmail(StudentLoc) TO NoticeEmailDisp.
           WRITE notice-record FROM notice-email-line.
           WRITE notice-record FROM " ".

           WRITE notice-record FROM
               "The course section(s) below will not run this term for".
           WRITE notice-record FROM
               "low enrollment. Your registration or waitlist place".
           WRITE notice-record FROM
               "in it has been dropped and you are not charged for it.".
           WRITE notice-record FROM " ".

           PERFORM VARYING DispIdx2 FROM DispIdx BY 1
               UNTIL DispIdx2 > DispCount
               IF DispStuNum(DispIdx2) IS EQUAL DispStuNum(DispIdx)
                   PERFORM Write_notice_section
               END-IF
           END-PERFORM.

           WRITE notice-record FROM " ".
           WRITE notice-record FROM
               "Contact the Registrar's Office to add a section.".
           WRITE notice-record FROM statement-rule.
           WRITE notice-record FROM " ".


      *****************************************
      * One cancelled section of a notice, row DispIdx2, and the
      * other sections of the course open to the student: offered
      * in the term, not cancelled, and passing every registration
      * edit check
      *
       Write_notice_section.

           MOVE DispCourse(DispIdx2) TO NoticeCourseDisp.
           MOVE DispSect(DispIdx2)   TO NoticeSectDisp.
           MOVE CanTermChoice        TO NoticeTermDisp.

           MOVE DispCourse(DispIdx2) TO CourseLookupNum.
           MOVE DispSect(DispIdx2)   TO CourseLookupSect.
           PERFORM Find_course_loc.

           IF CourseLocFound > 0
               MOVE CourseName(CourseLocFound) TO NoticeNameDisp
           ELSE
               MOVE SPACES TO NoticeNameDisp
           END-IF.

           WRITE notice-record FROM notice-course-line.

           MOVE 0 TO AltCount.

           PERFORM Offer_alt_section VARYING AltIdx FROM 1 BY 1
               UNTIL AltIdx > CourseCount.

           IF AltCount < 1
               WRITE notice-record FROM
                   "    No other section of this course is open to you."
           END-IF.


      *****************************************
      * Course row AltIdx as an alternative for displaced row
      * DispIdx2, when it is another section of the same course
      * that the student could register for
      *
       Offer_alt_section.

           IF CourseNumber(AltIdx) NOT EQUAL DispCourse(DispIdx2)
           OR CourseSection(AltIdx) IS EQUAL DispSect(DispIdx2)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CanSkip.

           PERFORM VARYING CanIdx FROM 1 BY 1 UNTIL CanIdx > CanCount
               IF CanChosen(CanIdx) > 0
               AND CanCourse(CanIdx) IS EQUAL CourseNumber(AltIdx)
               AND CanSect(CanIdx) IS EQUAL CourseSection(AltIdx)
                   MOVE 1 TO CanSkip
               END-IF
           END-PERFORM.

           IF CanSkip > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE DispStuNum(DispIdx2) TO NewRegStuNum.
           MOVE CourseNumber(AltIdx) TO NewRegCourNum.
           MOVE CourseSection(AltIdx) TO NewRegSection.
           MOVE CanTermChoice        TO NewSemesterCode.
           PERFORM Validate_new_registration.

           IF RegRejectFlag > 0
               EXIT PARAGRAPH
           END-IF.

           ADD AltCount 1 GIVING AltCount.

      * The edit checks look up other slots on the way, so fetch the
      * section's own meeting pattern again for the notice.
           MOVE CanTermChoice         TO SlotTerm.
           MOVE CourseNumber(AltIdx)  TO CourseLookupNum.
           MOVE CourseSection(AltIdx) TO CourseLookupSect.
           PERFORM Find_section_slot.

           MOVE CourseSection(AltIdx) TO NoticeAltSectDisp.
           MOVE SlotDays              TO NoticeAltDaysDisp.
           MOVE SlotTime              TO NoticeAltTimeDisp.
           MOVE SlotProf              TO NoticeAltProfDisp.
           WRITE notice-record FROM notice-alt-line.


      *****************************************
      * Final exam schedule for a term. Every section with active
      * registrations is given the exam block its meeting pattern
      * maps to in examblkC.txt and sits the exam in its own room.
      * Sections with no block, a room not on the room master, an
      * enrollment over the room's capacity or a room another exam
      * uses in the same block are flagged. The schedule prints by
      * exam day and by professor and is written to examC.txt,
      * followed by every student with two exams in one block or
      * three or more on one day.
      *
       Exam_schedule_run.

           MOVE "Final Exam Schedule" TO ReportSectionTitle.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

           IF JobMode = 0
               DISPLAY "Please enter a semester code: "
                   WITH NO ADVANCING
               ACCEPT ExamTermChoice
           END-IF.

           MOVE 1 TO ExamRunOK.
           MOVE 0 TO ExSecCount.
           MOVE 0 TO ExNoBlockCount.
           MOVE 0 TO ExOverCount.
           MOVE 0 TO ExRoomFlagCount.
           MOVE 0 TO ExConfStuCount.

           MOVE ExamTermChoice TO TermLookupCode.
           PERFORM Find_term.

           IF TermLoc < 1
               MOVE 0 TO ExamRunOK
               DISPLAY "Unknown semester code."
               WRITE report-record FROM "Unknown semester code."
               EXIT PARAGRAPH
           END-IF.

           MOVE ExamTermChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           PERFORM Read_exam_blocks.

           IF ExbCount < 1
               MOVE 0 TO ExamRunOK
               DISPLAY "Exam block mapping examblkC.txt not found."
               WRITE report-record FROM
                   "Exam block mapping examblkC.txt not found."
               EXIT PARAGRAPH
           END-IF.

           PERFORM Exam_collect_section VARYING ExCourseIdx
               FROM 1 BY 1 UNTIL ExCourseIdx > CourseCount.

           IF ExSecCount < 1
               DISPLAY "No sections with enrollment in the term."
               WRITE report-record FROM
                   "No sections with enrollment in the term."
               EXIT PARAGRAPH
           END-IF.

           PERFORM Exam_check_room_share VARYING ExSecIdx
               FROM 1 BY 1 UNTIL ExSecIdx > ExSecCount.

      * By exam day - this is also the examC.txt schedule.
           OPEN OUTPUT exam-file.
           MOVE 1 TO ExToFile.

           DISPLAY " ".
           DISPLAY "Exam schedule by day".
           WRITE report-record FROM " ".
           WRITE report-record FROM "Exam schedule by day".

           PERFORM Exam_print_day VARYING ExDayWork FROM 1 BY 1
               UNTIL ExDayWork > 9.

           IF ExNoBlockCount > 0
               DISPLAY " "
               DISPLAY "No exam block for meeting pattern"
               WRITE report-record FROM " "
               WRITE report-record FROM
                   "No exam block for meeting pattern"
               DISPLAY exam-record-heading
               WRITE report-record FROM exam-record-heading
               PERFORM VARYING ExSecIdx FROM 1 BY 1
                   UNTIL ExSecIdx > ExSecCount
                   IF ExSecDay(ExSecIdx) IS EQUAL 0
                       PERFORM Write_exam_line
                   END-IF
               END-PERFORM
           END-IF.

           CLOSE exam-file.
           MOVE 0 TO ExToFile.

      * By professor, alphabetically
           DISPLAY " ".
           DISPLAY "Exam schedule by professor".
           WRITE report-record FROM " ".
           WRITE report-record FROM "Exam schedule by professor".

           PERFORM VARYING ExSecIdx FROM 1 BY 1
               UNTIL ExSecIdx > ExSecCount
               MOVE 0 TO ExSecDone(ExSecIdx)
           END-PERFORM.

           MOVE ExSecCount TO ExProfLeft.

           PERFORM Exam_print_next_prof UNTIL ExProfLeft < 1.

      * Students to reschedule
           DISPLAY " ".
           DISPLAY "Student exam conflicts".
           WRITE report-record FROM " ".
           WRITE report-record FROM "Student exam conflicts".
           DISPLAY exam-conflict-heading.
           WRITE report-record FROM exam-conflict-heading.

           PERFORM Exam_check_student VARYING ExStuIdx FROM 1 BY 1
               UNTIL ExStuIdx > StudentCount.

           IF ExConfStuCount < 1
               DISPLAY "No students with exam conflicts."
               WRITE report-record FROM
                   "No students with exam conflicts."
           END-IF.

           MOVE ExSecCount     TO ExSumSecDisp.
           MOVE ExNoBlockCount TO ExSumNoBlockDisp.
           MOVE ExOverCount    TO ExSumOverDisp.
           MOVE ExConfStuCount TO ExSumConfDisp.

           DISPLAY " ".
           DISPLAY exam-summary-disp.
           WRITE report-record FROM " ".
           WRITE report-record FROM exam-summary-disp.
           DISPLAY "Exam schedule written to examC.txt.".


      ****************************************
      * Read the registrar's exam-block mapping
      *
       Read_exam_blocks.

           MOVE "no" TO EOF.
           MOVE 0 TO ExbCount.

           OPEN INPUT examblk-file.

           IF ExamBlkFileStatus IS EQUAL "35"
               EXIT PARAGRAPH
           END-IF.

           READ examblk-file
               AT END MOVE "yes" TO EOF.

           PERFORM Process_exam_block_row
               UNTIL EOF IS EQUAL "yes".

           CLOSE examblk-file.


      ****************************************
      * Pull exam-block mapping rows into tables
      *
       Process_exam_block_row.

           IF ExbCount IS EQUAL 100
               DISPLAY " "
               DISPLAY "Exam block mapping exceeds capacity of 100."
               DISPLAY "Raise the examblk-tables OCCURS size."
               STOP RUN
           END-IF.

      * A day or slot outside 1-9 could never be listed, so the
      * row is refused and its sections come out as NO EXAM BLOCK.
           IF ExbDayIn IS NOT NUMERIC
           OR ExbSlotIn IS NOT NUMERIC
           OR ExbDayIn IS EQUAL 0
           OR ExbSlotIn IS EQUAL 0
               DISPLAY "Exam block row skipped - day and slot must be"
                   " 1 to 9: " ExbTermIn " " ExbDaysIn " " ExbTimeIn
               READ examblk-file
                   AT END MOVE "yes" TO EOF
               END-READ
               EXIT PARAGRAPH
           END-IF.

           ADD ExbCount 1 GIVING ExbCount.

           MOVE ExbTermIn  TO ExbTerm(ExbCount).
           MOVE ExbDaysIn  TO ExbDays(ExbCount).
           MOVE ExbTimeIn  TO ExbTime(ExbCount).
           MOVE ExbDayIn   TO ExbDay(ExbCount).
           MOVE ExbSlotIn  TO ExbSlot(ExbCount).
           MOVE ExbStartIn TO ExbStart(ExbCount).

           READ examblk-file
               AT END MOVE "yes" TO EOF.


      *****************************************
      * Add course row ExCourseIdx to the exam schedule when it
      * meets in the term and has active registrations, with its
      * exam block, room and room capacity
      *
       Exam_collect_section.

           MOVE ExamTermChoice             TO SlotTerm.
           MOVE CourseNumber(ExCourseIdx)  TO CourseLookupNum.
           MOVE CourseSection(ExCourseIdx) TO CourseLookupSect.
           PERFORM Find_section_slot.

           IF SlotFound < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ExEnrollWork.

           PERFORM VARYING ExRegIdx FROM 1 BY 1
               UNTIL ExRegIdx > RegCount
               IF RegCourNum(ExRegIdx) IS EQUAL
                   CourseNumber(ExCourseIdx)
               AND RegSection(ExRegIdx) IS EQUAL
                   CourseSection(ExCourseIdx)
               AND RegSemesterCode(ExRegIdx) IS EQUAL ExamTermChoice
               AND RegStatus(ExRegIdx) NOT EQUAL "W"
                   ADD ExEnrollWork 1 GIVING ExEnrollWork
               END-IF
           END-PERFORM.

           IF ExEnrollWork IS EQUAL 0
               EXIT PARAGRAPH
           END-IF.

           IF ExSecCount IS EQUAL 500
               DISPLAY "More than 500 sections with enrollment - the"
                   " rest are not scheduled."
               EXIT PARAGRAPH
           END-IF.

           ADD ExSecCount 1 GIVING ExSecCount.

           MOVE CourseNumber(ExCourseIdx)  TO ExSecCourse(ExSecCount).
           MOVE CourseSection(ExCourseIdx) TO ExSecSect(ExSecCount).
           MOVE SlotProf                   TO ExSecProf(ExSecCount).
           MOVE SlotBldg                   TO ExSecBldg(ExSecCount).
           MOVE SlotRoom                   TO ExSecRoom(ExSecCount).
           MOVE ExEnrollWork               TO ExSecEnroll(ExSecCount).
           MOVE 0                          TO ExSecCap(ExSecCount).
           MOVE SPACES                     TO ExSecFlag(ExSecCount).

      * A row keyed for the term wins over the standing ALL grid.
           MOVE 0 TO ExbLoc.
           MOVE 0 TO ExbLocAll.

           PERFORM VARYING ExbIdx FROM 1 BY 1 UNTIL ExbIdx > ExbCount
               IF ExbDays(ExbIdx) IS EQUAL SlotDays
               AND ExbTime(ExbIdx) IS EQUAL SlotTime
                   IF ExbTerm(ExbIdx) IS EQUAL ExamTermChoice
                       MOVE ExbIdx TO ExbLoc
                   END-IF
                   IF ExbTerm(ExbIdx) IS EQUAL "ALL"
                       MOVE ExbIdx TO ExbLocAll
                   END-IF
               END-IF
           END-PERFORM.

           IF ExbLoc < 1
               MOVE ExbLocAll TO ExbLoc
           END-IF.

           IF ExbLoc > 0
               MOVE ExbDay(ExbLoc)   TO ExSecDay(ExSecCount)
               MOVE ExbSlot(ExbLoc)  TO ExSecSlot(ExSecCount)
               MOVE ExbStart(ExbLoc) TO ExSecStart(ExSecCount)
           ELSE
               MOVE 0      TO ExSecDay(ExSecCount)
               MOVE 0      TO ExSecSlot(ExSecCount)
               MOVE SPACES TO ExSecStart(ExSecCount)
               MOVE "NO EXAM BLOCK" TO ExSecFlag(ExSecCount)
               ADD ExNoBlockCount 1 GIVING ExNoBlockCount
           END-IF.

           MOVE 0 TO RoomLoc.

           PERFORM VARYING ExbIdx FROM 1 BY 1 UNTIL ExbIdx > RoomCount
               IF RoomBldg(ExbIdx) IS EQUAL SlotBldg
               AND RoomNum(ExbIdx) IS EQUAL SlotRoom
                   MOVE ExbIdx TO RoomLoc
               END-IF
           END-PERFORM.

           IF RoomLoc < 1
               IF ExSecFlag(ExSecCount) IS EQUAL SPACES
                   MOVE "ROOM NOT ON FILE" TO ExSecFlag(ExSecCount)
                   ADD ExRoomFlagCount 1 GIVING ExRoomFlagCount
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE RoomCap(RoomLoc) TO ExSecCap(ExSecCount).

           IF ExEnrollWork > RoomCap(RoomLoc)
               ADD ExOverCount 1 GIVING ExOverCount
               IF ExSecFlag(ExSecCount) IS EQUAL SPACES
                   MOVE "OVER CAPACITY" TO ExSecFlag(ExSecCount)
               END-IF
           END-IF.


      *****************************************
      * Flag section ExSecIdx when a later section sits its exam in
      * the same room in the same block
      *
       Exam_check_room_share.

           IF ExSecDay(ExSecIdx) IS EQUAL 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ExSecIdx2 FROM ExSecIdx BY 1
               UNTIL ExSecIdx2 > ExSecCount
               IF ExSecIdx2 NOT EQUAL ExSecIdx
               AND ExSecDay(ExSecIdx2) IS EQUAL ExSecDay(ExSecIdx)
               AND ExSecSlot(ExSecIdx2) IS EQUAL ExSecSlot(ExSecIdx)
               AND ExSecBldg(ExSecIdx2) IS EQUAL ExSecBldg(ExSecIdx)
               AND ExSecRoom(ExSecIdx2) IS EQUAL ExSecRoom(ExSecIdx)
                   IF ExSecFlag(ExSecIdx) IS EQUAL SPACES
                       MOVE "ROOM SHARED" TO ExSecFlag(ExSecIdx)
                   END-IF
                   IF ExSecFlag(ExSecIdx2) IS EQUAL SPACES
                       MOVE "ROOM SHARED" TO ExSecFlag(ExSecIdx2)
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************
      * The exams of day ExDayWork in slot order
      *
       Exam_print_day.

           MOVE 0 TO ExDayFirst.

           PERFORM VARYING ExSlotWork FROM 1 BY 1 UNTIL ExSlotWork > 9
               PERFORM VARYING ExSecIdx FROM 1 BY 1
                   UNTIL ExSecIdx > ExSecCount
                   IF ExSecDay(ExSecIdx) IS EQUAL ExDayWork
                   AND ExSecSlot(ExSecIdx) IS EQUAL ExSlotWork
                       IF ExDayFirst IS EQUAL 0
                           MOVE 1 TO ExDayFirst
                           MOVE ExDayWork TO ExDayHeadDisp
                           DISPLAY " "
                           DISPLAY exam-day-line
                           DISPLAY exam-record-heading
                           WRITE report-record FROM " "
                           WRITE report-record FROM exam-day-line
                           WRITE report-record FROM
                               exam-record-heading
                       END-IF
                       PERFORM Write_exam_line
                   END-IF
               END-PERFORM
           END-PERFORM.


      *****************************************
      * The professor first in name order among the sections not
      * yet printed, with all of that professor's exams
      *
       Exam_print_next_prof.

           MOVE HIGH-VALUES TO ExProfMin.

           PERFORM VARYING ExSecIdx FROM 1 BY 1
               UNTIL ExSecIdx > ExSecCount
               IF ExSecDone(ExSecIdx) IS EQUAL 0
               AND ExSecProf(ExSecIdx) < ExProfMin
                   MOVE ExSecProf(ExSecIdx) TO ExProfMin
               END-IF
           END-PERFORM.

           MOVE ExProfMin TO ExProfHeadDisp.
           DISPLAY " ".
           DISPLAY exam-prof-line.
           DISPLAY exam-record-heading.
           WRITE report-record FROM " ".
           WRITE report-record FROM exam-prof-line.
           WRITE report-record FROM exam-record-heading.

      * Day and slot order, then any without a block
           PERFORM VARYING ExDayWork FROM 1 BY 1 UNTIL ExDayWork > 9
               PERFORM VARYING ExSlotWork FROM 1 BY 1
                   UNTIL ExSlotWork > 9
                   PERFORM Exam_print_prof_block
               END-PERFORM
           END-PERFORM.

           MOVE 0 TO ExDayWork.
           MOVE 0 TO ExSlotWork.
           PERFORM Exam_print_prof_block.

      * Anything of the professor's still unprinted goes out as is,
      * so every pass finishes one professor and the run ends.
           PERFORM VARYING ExSecIdx FROM 1 BY 1
               UNTIL ExSecIdx > ExSecCount
               IF ExSecDone(ExSecIdx) IS EQUAL 0
               AND ExSecProf(ExSecIdx) IS EQUAL ExProfMin
                   PERFORM Write_exam_line
                   MOVE 1 TO ExSecDone(ExSecIdx)
                   SUBTRACT 1 FROM ExProfLeft
               END-IF
           END-PERFORM.


      *****************************************
      * ExProfMin's exams in day ExDayWork, slot ExSlotWork
      *
       Exam_print_prof_block.

           PERFORM VARYING ExSecIdx FROM 1 BY 1
               UNTIL ExSecIdx > ExSecCount
               IF ExSecDone(ExSecIdx) IS EQUAL 0
               AND ExSecProf(ExSecIdx) IS EQUAL ExProfMin
               AND ExSecDay(ExSecIdx) IS EQUAL ExDayWork
               AND ExSecSlot(ExSecIdx) IS EQUAL ExSlotWork
                   PERFORM Write_exam_line
                   MOVE 1 TO ExSecDone(ExSecIdx)
                   SUBTRACT 1 FROM ExProfLeft
               END-IF
           END-PERFORM.


      *****************************************
      * One schedule line for section ExSecIdx, to the console and
      * report, and to examC.txt while ExToFile is set
      *
       Write_exam_line.

           MOVE ExSecDay(ExSecIdx)    TO ExDayDisp.
           MOVE ExSecSlot(ExSecIdx)   TO ExSlotDisp.
           MOVE ExSecStart(ExSecIdx)  TO ExStartDisp.
           MOVE ExSecCourse(ExSecIdx) TO ExCourseDisp.
           MOVE ExSecSect(ExSecIdx)   TO ExSectDisp.
           MOVE ExSecProf(ExSecIdx)   TO ExProfDisp.
           MOVE ExSecBldg(ExSecIdx)   TO ExBldgDisp.
           MOVE ExSecRoom(ExSecIdx)   TO ExRoomDisp.
           MOVE ExSecEnroll(ExSecIdx) TO ExEnrollDisp.
           MOVE ExSecCap(ExSecIdx)    TO ExCapDisp.
           MOVE ExSecFlag(ExSecIdx)   TO ExFlagDisp.

           DISPLAY exam-record-disp.
           WRITE report-record FROM exam-record-disp.

           IF ExToFile > 0
               WRITE exam-record FROM exam-record-disp
           END-IF.


      *****************************************
      * Gather the exams of student row ExStuIdx from the term's
      * active registrations and list any two in the same block and
      * any day with three or more
      *
       Exam_check_student.

           MOVE 0 TO ExStuExams.
           MOVE 0 TO ExStuConflict.

           PERFORM VARYING ExRegIdx FROM 1 BY 1
               UNTIL ExRegIdx > RegCount
               IF RegStuNum(ExRegIdx) IS EQUAL StudentNumber(ExStuIdx)
               AND RegSemesterCode(ExRegIdx) IS EQUAL ExamTermChoice
               AND RegStatus(ExRegIdx) NOT EQUAL "W"
                   PERFORM Exam_add_student_exam
               END-IF
           END-PERFORM.

           IF ExStuExams < 2
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ExStuI FROM 1 BY 1 UNTIL ExStuI > ExStuExams
               PERFORM VARYING ExStuJ FROM ExStuI BY 1
                   UNTIL ExStuJ > ExStuExams
                   IF ExStuJ > ExStuI
                       MOVE ExStuSec(ExStuI) TO ExSecIdx
                       MOVE ExStuSec(ExStuJ) TO ExSecIdx2
                       IF ExSecDay(ExSecIdx) IS EQUAL
                           ExSecDay(ExSecIdx2)
                       AND ExSecSlot(ExSecIdx) IS EQUAL
                           ExSecSlot(ExSecIdx2)
                           PERFORM Write_same_block_conflict
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM Exam_check_student_day VARYING ExDayWork
               FROM 1 BY 1 UNTIL ExDayWork > 9.

           IF ExStuConflict > 0
               ADD ExConfStuCount 1 GIVING ExConfStuCount
           END-IF.


      *****************************************
      * Add the scheduled exam of registration ExRegIdx to the
      * student's list. Sections with no exam block cannot clash.
      *
       Exam_add_student_exam.

           PERFORM VARYING ExSecIdx FROM 1 BY 1
               UNTIL ExSecIdx > ExSecCount
               IF ExSecCourse(ExSecIdx) IS EQUAL RegCourNum(ExRegIdx)
               AND ExSecSect(ExSecIdx) IS EQUAL RegSection(ExRegIdx)
               AND ExSecDay(ExSecIdx) > 0
               AND ExStuExams < 30
                   ADD ExStuExams 1 GIVING ExStuExams
                   MOVE ExSecIdx TO ExStuSec(ExStuExams)
               END-IF
           END-PERFORM.


      *****************************************
      * Two exams of the student in the same block: sections
      * ExSecIdx and ExSecIdx2
      *
       Write_same_block_conflict.

           PERFORM Set_conflict_student.

           STRING "Same block day " DELIMITED BY SIZE
               ExSecDay(ExSecIdx)    DELIMITED BY SIZE
               " slot "              DELIMITED BY SIZE
               ExSecSlot(ExSecIdx)   DELIMITED BY SIZE
               ": "                  DELIMITED BY SIZE
               ExSecCourse(ExSecIdx) DELIMITED BY SPACE
               " "                   DELIMITED BY SIZE
               ExSecSect(ExSecIdx)   DELIMITED BY SIZE
               " and "               DELIMITED BY SIZE
               ExSecCourse(ExSecIdx2) DELIMITED BY SPACE
               " "                   DELIMITED BY SIZE
               ExSecSect(ExSecIdx2)  DELIMITED BY SIZE
               INTO ExcTextDisp.

           DISPLAY exam-conflict-disp.
           WRITE report-record FROM exam-conflict-disp.


      *****************************************
      * Three or more exams of the student on day ExDayWork
      *
       Exam_check_student_day.

           MOVE 0 TO ExDayExams.

           PERFORM VARYING ExStuI FROM 1 BY 1 UNTIL ExStuI > ExStuExams
               MOVE ExStuSec(ExStuI) TO ExSecIdx
               IF ExSecDay(ExSecIdx) IS EQUAL ExDayWork
                   ADD ExDayExams 1 GIVING ExDayExams
               END-IF
           END-PERFORM.

           IF ExDayExams < 3
               EXIT PARAGRAPH
           END-IF.

           PERFORM Set_conflict_student.

           MOVE ExDayExams TO ExDayExamsDisp.
           MOVE ExDayWork  TO ExDayNumDisp.

           STRING ExDayExamsDisp    DELIMITED BY SIZE
               " exams on day "     DELIMITED BY SIZE
               ExDayNumDisp         DELIMITED BY SIZE
               INTO ExcTextDisp.

           DISPLAY exam-conflict-disp.
           WRITE report-record FROM exam-conflict-disp.

           PERFORM VARYING ExStuI FROM 1 BY 1 UNTIL ExStuI > ExStuExams
               MOVE ExStuSec(ExStuI) TO ExSecIdx
               IF ExSecDay(ExSecIdx) IS EQUAL ExDayWork
                   MOVE SPACES TO exam-conflict-disp
                   STRING "    slot "     DELIMITED BY SIZE
                       ExSecSlot(ExSecIdx)   DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       ExSecStart(ExSecIdx)  DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       ExSecCourse(ExSecIdx) DELIMITED BY SPACE
                       " "                   DELIMITED BY SIZE
                       ExSecSect(ExSecIdx)   DELIMITED BY SIZE
                       INTO ExcTextDisp
                   DISPLAY exam-conflict-disp
                   WRITE report-record FROM exam-conflict-disp
               END-IF
           END-PERFORM.


      *****************************************
      * Student columns of a conflict line for row ExStuIdx - the
      * number and name on the student's first line only
      *
       Set_conflict_student.

           MOVE SPACES TO exam-conflict-disp.

           IF ExStuConflict IS EQUAL 0
               MOVE 1 TO ExStuConflict
               MOVE StudentNumber(ExStuIdx)    TO ExcStuNumDisp
               MOVE StudentLastName(ExStuIdx)  TO ExcLastDisp
               MOVE StudentFirstName(ExStuIdx) TO ExcFirstDisp
           END-IF.



      *****************************************
      * Sign-on before the main menu. The operator gets
      * MaxSignonFails tries per session. Every failure is logged
      * to the audit file, and a wrong password counts against the
      * account: once MaxSignonFails are reached in a row the
      * account is locked until the registrar's office resets it
      * from Operator Maintenance. The count and the lock are
      * written to operC.txt at once so a restart does not clear
      * them.
      *
       Sign_on.

           MOVE 0 TO SignedOn.
           MOVE 0 TO SignonTries.

           IF OperCount < 1
               DISPLAY " "
               DISPLAY "No operators on file in operC.txt."
               EXIT PARAGRAPH
           END-IF.

           PERFORM Sign_on_attempt
               UNTIL SignedOn > 0
               OR SignonTries NOT < MaxSignonFails.


      *****************************************
      * One operator ID / password prompt
      *
       Sign_on_attempt.

           ADD SignonTries 1 GIVING SignonTries.

           DISPLAY " ".
           DISPLAY "    CALU Registration System - Sign On".
           DISPLAY "    ----------------------------------".
           DISPLAY "    Operator ID: " WITH NO ADVANCING.
           ACCEPT OperIdChoice.
           DISPLAY "    Password: "    WITH NO ADVANCING.
           ACCEPT OperPassChoice.

           PERFORM Find_operator.

           IF OperLoc < 1
               MOVE "SIGNON" TO AuditAction
               STRING "Failed sign-on, unknown operator "
                                    DELIMITED BY SIZE
                   OperIdChoice     DELIMITED BY SPACE
                   INTO AuditDetail
               PERFORM Write_audit_entry
               DISPLAY " "
               DISPLAY "Sign-on refused."
               EXIT PARAGRAPH
           END-IF.

           IF OperStatus(OperLoc) IS EQUAL "L"
               MOVE "SIGNON" TO AuditAction
               STRING "Failed sign-on, account locked "
                                    DELIMITED BY SIZE
                   OperIdChoice     DELIMITED BY SPACE
                   INTO AuditDetail
               PERFORM Write_audit_entry
               DISPLAY " "
               DISPLAY "Account is locked. Contact the registrar's"
                   " office."
               EXIT PARAGRAPH
           END-IF.

           IF OperPass(OperLoc) NOT EQUAL OperPassChoice
               ADD OperFails(OperLoc) 1 GIVING OperFails(OperLoc)
               MOVE "SIGNON" TO AuditAction
               STRING "Failed sign-on, bad password "
                                    DELIMITED BY SIZE
                   OperIdChoice     DELIMITED BY SPACE
                   " failure "      DELIMITED BY SIZE
                   OperFails(OperLoc) DELIMITED BY SIZE
                   INTO AuditDetail
               PERFORM Write_audit_entry
               DISPLAY " "
               IF OperFails(OperLoc) NOT < MaxSignonFails
                   MOVE "L" TO OperStatus(OperLoc)
                   MOVE "LOCKED" TO AuditAction
                   STRING "Operator " DELIMITED BY SIZE
                       OperIdChoice   DELIMITED BY SPACE
                       " locked after repeated failed sign-ons"
                                      DELIMITED BY SIZE
                       INTO AuditDetail
                   PERFORM Write_audit_entry
                   DISPLAY "Account locked after repeated failures."
               ELSE
                   DISPLAY "Sign-on refused."
               END-IF
               PERFORM Save_operator_file
               EXIT PARAGRAPH
           END-IF.

           MOVE OperId(OperLoc)   TO CurOperId.
           MOVE OperRole(OperLoc) TO CurOperRole.
           PERFORM Set_operator_slot.

           IF CurOperSlot < 1
               MOVE SPACES TO CurOperId
               MOVE "SIGNON" TO AuditAction
               STRING "Failed sign-on, no valid role "
                                    DELIMITED BY SIZE
                   OperIdChoice     DELIMITED BY SPACE
                   INTO AuditDetail
               PERFORM Write_audit_entry
               DISPLAY " "
               DISPLAY "Operator has no valid role. Contact the"
                   " registrar's office."
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO SignedOn.

           MOVE "SIGNON" TO AuditAction.
           STRING "Operator " DELIMITED BY SIZE
               CurOperId      DELIMITED BY SPACE
               " signed on as " DELIMITED BY SIZE
               CurOperRole    DELIMITED BY SPACE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           IF OperFails(OperLoc) > 0
               MOVE 0 TO OperFails(OperLoc)
               PERFORM Save_operator_file
           END-IF.


      *****************************************
      * Sign-on failed: close the logs and end the run without
      * touching the data files
      *
       Sign_on_refused.

           DISPLAY " ".
           DISPLAY "Sign-on failed. CALU Registration System ended.".

           CLOSE report-file.
           CLOSE report-file-csv.
           CLOSE audit-file.

           MOVE 8 TO RETURN-CODE.
           STOP RUN.


      *****************************************
      * Unattended runs sign on as JobOperatorId, which has to be
      * an active row on the operator master. No password is asked
      * - the scheduler starts the job - but the job's audit lines
      * carry the ID the same as an operator's would. Sets SignedOn.
      *
       Job_sign_on.

           MOVE 0 TO SignedOn.
           MOVE JobOperatorId TO OperIdChoice.
           PERFORM Find_operator.

           IF OperLoc < 1
               EXIT PARAGRAPH
           END-IF.

           IF OperStatus(OperLoc) IS EQUAL "L"
               EXIT PARAGRAPH
           END-IF.

           MOVE OperId(OperLoc)   TO CurOperId.
           MOVE OperRole(OperLoc) TO CurOperRole.
           PERFORM Set_operator_slot.
           MOVE 1 TO SignedOn.

           MOVE "SIGNON" TO AuditAction.
           STRING "Job stream signed on as " DELIMITED BY SIZE
               CurOperId      DELIMITED BY SPACE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      *****************************************
      * Look up OperIdChoice on the operator master. Sets OperLoc,
      * or 0 when there is no such operator.
      *
       Find_operator.

           MOVE 0 TO OperLoc.

           PERFORM VARYING OperIdx FROM 1 BY 1
               UNTIL OperIdx > OperCount
               IF OperId(OperIdx) IS EQUAL OperIdChoice
                   MOVE OperIdx TO OperLoc
               END-IF
           END-PERFORM.


      *****************************************
      * Position of CurOperRole in the AccessRoles strings of
      * Check_access: 1 registrar, 2 bursar, 3 advisor, 4 read-only.
      * 0 when the role is not one of the four.
      *
       Set_operator_slot.

           IF      CurOperRole = "REGISTRAR" MOVE 1 TO CurOperSlot
           ELSE IF CurOperRole = "BURSAR"    MOVE 2 TO CurOperSlot
           ELSE IF CurOperRole = "ADVISOR"   MOVE 3 TO CurOperSlot
           ELSE IF CurOperRole = "READONLY"  MOVE 4 TO CurOperSlot
           ELSE                              MOVE 0 TO CurOperSlot
           END-IF.


      *****************************************
      * Role check for a menu option. The caller sets AccessMenu
      * (MN main menu, or the sub-menu code below) and AccessOption
      * (the number chosen). AccessRoles lists who may use the
      * option by position - R registrar, B bursar, A advisor,
      * V read-only. Options not named here (listings, Cancel,
      * Exit) are open to every role. Refusals are shown and
      * logged; AccessOK comes back 1 when the option may proceed.
      *
      *   ST student  CO course  PQ prereqs  RQ requirements
      *   RG register OV overload TM term    LB refund schedule
      *   PF prof     AD aid     RM room     OF offerings
      *   PL plans    VR verification  GD graduation  OP operators
      *
      * Unattended job steps are not checked here; the job runs
      * under JobOperatorId and is controlled by what jobC.txt holds.
      *
       Check_access.

           MOVE 1 TO AccessOK.

           IF JobMode = 1
               EXIT PARAGRAPH
           END-IF.

      * Registrar only
           IF AccessKey = "MN05" OR AccessKey = "MN07"
           OR AccessKey = "MN14" OR AccessKey = "MN16"
           OR AccessKey = "MN19" OR AccessKey = "MN21"
           OR AccessKey = "MN22" OR AccessKey = "MN23"
           OR AccessKey = "ST01" OR AccessKey = "ST02"
           OR AccessKey = "ST03"
           OR AccessKey = "CO01" OR AccessKey = "CO02"
           OR AccessKey = "CO03"
           OR AccessKey = "PQ01" OR AccessKey = "PQ02"
           OR AccessKey = "RQ01" OR AccessKey = "RQ02"
           OR AccessKey = "RQ03"
           OR AccessKey = "RG03"
           OR AccessKey = "TM01" OR AccessKey = "TM02"
           OR AccessKey = "TM03"
           OR AccessKey = "PF01" OR AccessKey = "PF02"
           OR AccessKey = "PF03"
           OR AccessKey = "RM01" OR AccessKey = "RM02"
           OR AccessKey = "RM03"
           OR AccessKey = "OF01" OR AccessKey = "OF02"
           OR AccessKey = "OF03" OR AccessKey = "OF05"
           OR AccessKey = "VR01" OR AccessKey = "VR02"
           OR AccessKey = "GD04" OR AccessKey = "GD05"
           OR AccessKey = "OP01" OR AccessKey = "OP02"
           OR AccessKey = "OP03" OR AccessKey = "OP04"
               MOVE "R   " TO AccessRoles

      * Bursar only - money in and out
           ELSE IF AccessKey = "MN10" OR AccessKey = "MN13"
           OR AccessKey = "MN18"
           OR AccessKey = "AD01" OR AccessKey = "AD02"
           OR AccessKey = "AD03"
           OR AccessKey = "LB01" OR AccessKey = "LB02"
           OR AccessKey = "PL01" OR AccessKey = "PL02"
           OR AccessKey = "PL04"
               MOVE " B  " TO AccessRoles

      * Holds and Save Now - every role that changes data
           ELSE IF AccessKey = "MN01" OR AccessKey = "MN08"
           OR AccessKey = "ST04" OR AccessKey = "ST05"
               MOVE "RBA " TO AccessRoles

      * Registration changes an advisor can make
           ELSE IF AccessKey = "RG01" OR AccessKey = "RG02"
           OR AccessKey = "OV01" OR AccessKey = "OV02"
           OR AccessKey = "GD01" OR AccessKey = "GD02"
               MOVE "R A " TO AccessRoles

      * Academic sub-menus and listings - not the bursar's
           ELSE IF AccessKey = "MN02" OR AccessKey = "MN03"
           OR AccessKey = "MN09" OR AccessKey = "MN12"
           OR AccessKey = "MN15" OR AccessKey = "MN20"
           OR AccessKey = "CO04" OR AccessKey = "CO05"
           OR AccessKey = "RG04"
               MOVE "R AV" TO AccessRoles

      * Refund schedule sub-menu and listing
           ELSE IF AccessKey = "TM05" OR AccessKey = "LB03"
               MOVE "RB V" TO AccessRoles

           ELSE
               MOVE "RBAV" TO AccessRoles
           END-IF.

           IF CurOperSlot > 0
               IF AccessRoles(CurOperSlot:1) NOT EQUAL SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO AccessOK.

           DISPLAY " ".
           DISPLAY "Option not permitted for role ", CurOperRole.

           MOVE "DENIED" TO AuditAction.
           STRING "Menu option " DELIMITED BY SIZE
               AccessKey      DELIMITED BY SIZE
               " refused for " DELIMITED BY SIZE
               CurOperRole    DELIMITED BY SPACE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      *****************************************
      * Display operator maintenance menu
      *
       Modify_operator.

           DISPLAY " ".
           DISPLAY "    Operator Maintenance".
           DISPLAY "    --------------------".
           DISPLAY "1.  Add Operator".
           DISPLAY "2.  Reset Password / Unlock".
           DISPLAY "3.  Delete Operator".
           DISPLAY "4.  List Operators".
           DISPLAY "5.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT ModOperChoice.

           MOVE "OP" TO AccessMenu.
           MOVE ModOperChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModOperChoice IS EQUAL 1
               PERFORM Add_operator
           ELSE IF ModOperChoice IS EQUAL 2
               PERFORM Reset_operator
           ELSE IF ModOperChoice IS EQUAL 3
               PERFORM Del_operator
           ELSE IF ModOperChoice IS EQUAL 4
               PERFORM List_operators
           END-IF.


      *****************************************
      * Add an operator with an initial password and role
      *
       Add_operator.

           DISPLAY " ".
           DISPLAY "    Add Operator".
           DISPLAY "    -----------".

           IF OperCount IS EQUAL 50
               DISPLAY " "
               DISPLAY "Operator table is full."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Operator ID: " WITH NO ADVANCING.
           ACCEPT NewOperId.

           IF NewOperId IS EQUAL SPACES
               DISPLAY " "
               DISPLAY "Operator ID is required."
               EXIT PARAGRAPH
           END-IF.

           MOVE NewOperId TO OperIdChoice.
           PERFORM Find_operator.

           IF OperLoc > 0
               DISPLAY " "
               DISPLAY "Operator ID already on file."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Name: " WITH NO ADVANCING.
           ACCEPT NewOperName.

           DISPLAY "    Role (REGISTRAR, BURSAR, ADVISOR, READONLY): "
               WITH NO ADVANCING.
           ACCEPT NewOperRole.

           IF NewOperRole NOT EQUAL "REGISTRAR"
           AND NewOperRole NOT EQUAL "BURSAR"
           AND NewOperRole NOT EQUAL "ADVISOR"
           AND NewOperRole NOT EQUAL "READONLY"
               DISPLAY " "
               DISPLAY "Invalid role."
               PERFORM Add_operator
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Initial password: " WITH NO ADVANCING.
           ACCEPT NewOperPass.

           IF NewOperPass IS EQUAL SPACES
               DISPLAY " "
               DISPLAY "Password is required."
               PERFORM Add_operator
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    -----------".
           DISPLAY "    Is this data correct?".
           DISPLAY new-operator.
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               PERFORM Add_operator
               EXIT PARAGRAPH
           END-IF.

           ADD OperCount 1 GIVING OperCount.

           MOVE NewOperId   TO OperId(OperCount).
           MOVE NewOperName TO OperName(OperCount).
           MOVE NewOperPass TO OperPass(OperCount).
           MOVE NewOperRole TO OperRole(OperCount).
           MOVE "A"         TO OperStatus(OperCount).
           MOVE 0           TO OperFails(OperCount).

           MOVE "OPER  " TO AuditAction.
           STRING "Operator " DELIMITED BY SIZE
               NewOperId      DELIMITED BY SPACE
               " added as "   DELIMITED BY SIZE
               NewOperRole    DELIMITED BY SPACE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Operator saved.".


      *****************************************
      * Give an operator a new password and clear any lock
      *
       Reset_operator.

           DISPLAY " ".
           DISPLAY "    Reset Password / Unlock".
           DISPLAY "    -----------".

           DISPLAY "    Operator ID: " WITH NO ADVANCING.
           ACCEPT OperIdChoice.

           PERFORM Find_operator.

           IF OperLoc < 1
               DISPLAY " "
               DISPLAY "Operator not found."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    New password: " WITH NO ADVANCING.
           ACCEPT NewOperPass.

           IF NewOperPass IS EQUAL SPACES
               DISPLAY " "
               DISPLAY "Password is required."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Reset ", OperId(OperLoc), " ",
               OperName(OperLoc), " ", OperRole(OperLoc).
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE NewOperPass TO OperPass(OperLoc).
           MOVE "A"         TO OperStatus(OperLoc).
           MOVE 0           TO OperFails(OperLoc).

           MOVE "OPER  " TO AuditAction.
           STRING "Operator " DELIMITED BY SIZE
               OperIdChoice   DELIMITED BY SPACE
               " password reset and unlocked" DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Operator reset.".


      *****************************************
      * Remove an operator. The signed-on operator and the job
      * operator cannot be removed.
      *
       Del_operator.

           DISPLAY " ".
           DISPLAY "    Delete Operator".
           DISPLAY "    -----------".

           DISPLAY "    Operator ID: " WITH NO ADVANCING.
           ACCEPT OperIdChoice.

           PERFORM Find_operator.

           IF OperLoc < 1
               DISPLAY " "
               DISPLAY "Operator not found."
               EXIT PARAGRAPH
           END-IF.

           IF OperIdChoice IS EQUAL CurOperId
               DISPLAY " "
               DISPLAY "You cannot delete the operator signed on."
               EXIT PARAGRAPH
           END-IF.

           IF OperIdChoice IS EQUAL JobOperatorId
               DISPLAY " "
               DISPLAY "The overnight job signs on as that operator."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "    Delete ", OperId(OperLoc), " ",
               OperName(OperLoc), " ", OperRole(OperLoc).
           DISPLAY "    -----------".
           DISPLAY "1.  Yes".
           DISPLAY "2.  No".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF.

           MOVE "DELETE" TO AuditAction.
           STRING "Operator " DELIMITED BY SIZE
               OperIdChoice   DELIMITED BY SPACE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           SUBTRACT 1 FROM OperCount GIVING TmpCount.

           PERFORM VARYING I FROM OperLoc BY 1 UNTIL I > TmpCount
               ADD 1 I GIVING J
               MOVE OperId(J)     TO OperId(I)
               MOVE OperName(J)   TO OperName(I)
               MOVE OperPass(J)   TO OperPass(I)
               MOVE OperRole(J)   TO OperRole(I)
               MOVE OperStatus(J) TO OperStatus(I)
               MOVE OperFails(J)  TO OperFails(I)
           END-PERFORM.

           MOVE TmpCount TO OperCount.

           DISPLAY " ".
           DISPLAY "Operator deleted.".


      *****************************************
      * Display the operator master. Passwords are not shown.
      *
       List_operators.

           DISPLAY " ".
           DISPLAY operator-heading.

           PERFORM VARYING OperIdx FROM 1 BY 1
               UNTIL OperIdx > OperCount
               MOVE OperId(OperIdx)   TO OperIdDisp
               MOVE OperName(OperIdx) TO OperNameDisp
               MOVE OperRole(OperIdx) TO OperRoleDisp
               IF OperStatus(OperIdx) IS EQUAL "L"
                   MOVE "LOCKED" TO OperStatusDisp
               ELSE
                   MOVE "ACTIVE" TO OperStatusDisp
               END-IF
               MOVE OperFails(OperIdx) TO OperFailsDisp
               DISPLAY operator-disp
           END-PERFORM.


      *****************************************
      * Write the operator master now. Sign-on failures and locks
      * have to reach disk even when the session goes no further.
      *
       Save_operator_file.

           OPEN OUTPUT operator-file-new.
           PERFORM Write_operator_out VARYING I FROM 1 BY 1
               UNTIL I > OperCount.
           CLOSE operator-file-new.
           MOVE "operC.txt.new" TO OldFileName.
           MOVE "operC.txt"     TO NewFileName.
           CALL "CBL_RENAME_FILE" USING OldFileName NewFileName
               RETURNING RenameStatus
           END-CALL.
           IF RenameStatus NOT = 0
               DISPLAY " "
               DISPLAY "Operator data NOT saved - rename failed."
               STOP RUN
           END-IF.


      *****************************************
                   MOVE RegCourNum(J)      TO ArchCourNumIn
                   MOVE RegSemesterCode(J) TO ArchSemesterIn
                   MOVE RegSection(J)      TO ArchSectionIn
                   MOVE RegStatus(J)       TO ArchStatusIn
                   MOVE RegDropDate(J)     TO ArchDropDateIn
                   MOVE RegLiabPct(J)      TO ArchLiabPctIn
                   WRITE archive-record
               END-IF
           END-PERFORM.
                   MOVE RegSemesterCode(J)
                       TO RegSemesterCode(TmpCount)
                   MOVE RegSection(J)      TO RegSection(TmpCount)
                   MOVE RegStatus(J)       TO RegStatus(TmpCount)
                   MOVE RegDropDate(J)     TO RegDropDate(TmpCount)
                   MOVE RegLiabPct(J)      TO RegLiabPct(TmpCount)
               END-IF
           END-PERFORM.

           MOVE 0 TO CloseTotalCount.
           MOVE 0 TO CloseTotalTuition.

      * Withdrawals are not enrolled, but the share of tuition
      * they still owe under the refund schedule is term revenue.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               MOVE 0 TO CloseEnrolled
               MOVE 0 TO CloseCourseTuition
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
                   IF RegCourNum(J) IS EQUAL CourseNumber(I)
                   AND RegSection(J) IS EQUAL CourseSection(I)
                   AND RegSemesterCode(J) IS EQUAL TermCodeChoice
                       IF RegStatus(J) NOT EQUAL "W"
                           ADD 1 TO CloseEnrolled GIVING CloseEnrolled
                       END-IF
                       COMPUTE CloseCourseTuition ROUNDED =
                           CloseCourseTuition + CourseCredits(I)
                           * CourseRatePerCredit(I) * RegLiabPct(J)
                           / 100
                   END-IF
               END-PERFORM
               IF CloseEnrolled > 0
               OR CloseCourseTuition > 0
                   MOVE CourseNumber(I)    TO CloseCourNumDisp
                   MOVE CourseSection(I)   TO CloseSectDisp
                   MOVE CloseEnrolled      TO CloseEnrolledDisp
           MOVE 0 TO TermQualPts.
           MOVE 0 TO TermCredits.

      * Withdrawals (W) do not count toward the term GPA.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GradeCount
               IF GradeStuNum(J) IS EQUAL StudentNumber(StandStuIdx)
               AND GradeSemester(J) IS EQUAL TermCodeChoice
               AND GradeLetter(J) NOT EQUAL "W "
                   MOVE GradeCourNum(J) TO CourseLookupNum
                   PERFORM Find_course_any
                   IF CourseLocFound > 0
           DISPLAY "1.  Add Registration".
           DISPLAY "2.  Drop Registration".
           DISPLAY "3.  Enter Grade".
           DISPLAY "4.  Overload Authorizations".
           DISPLAY "5.  Cancel".
           DISPLAY " ".
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING.
      *
       Process_mod_register_selection.

           MOVE "RG" TO AccessMenu.
           MOVE ModRegisterChoice TO AccessOption.
           PERFORM Check_access.

           IF AccessOK < 1
               EXIT PARAGRAPH
           END-IF.

           IF ModRegisterChoice IS EQUAL 1
               PERFORM Add_register
           ELSE IF ModRegisterChoice IS EQUAL 2
               PERFORM Del_register
           ELSE IF ModRegisterChoice IS EQUAL 3
               PERFORM Enter_grade
           ELSE IF ModRegisterChoice IS EQUAL 4
               PERFORM Modify_overload
           END-IF.




      *****************************************
      * Find student+course pair to drop in memory table. The drop
      * is dated: up to the term's add/drop deadline it deletes the
      * registration, after that it becomes a withdrawal.
      *
       Del_register.


           ACCEPT SectionChoice.

           DISPLAY "    Enter semester code: "
               WITH NO ADVANCING.

           ACCEPT SemesterChoice.

           DISPLAY "    Drop date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING.

           MOVE SPACES TO DropDateChoice.
           ACCEPT DropDateChoice.

           MOVE 0 TO DropOverrideOK.
           IF CurOperRole IS EQUAL "REGISTRAR"
               MOVE 1 TO DropOverrideOK
           END-IF.

           PERFORM Check_drop_request.

           IF DropKind < 1
               DISPLAY " "
               DISPLAY DropRejectReason
               EXIT PARAGRAPH
           END-IF.

           PERFORM Delete_register_at_loc.


      *****************************************
      * Confirm and apply the drop classified for the registration
      * at Loc
      *
       Delete_register_at_loc.

           IF DropKind IS EQUAL 2
               DISPLAY "    Withdraw Registration ",
                   RegStuNum(Loc), ": ",
                   RegCourNum(Loc), " sec ",
                   RegSection(Loc), " ",
                   RegSemesterCode(Loc)
               DISPLAY "    Grade W, ", DropLiabPct,
                   "% of tuition retained"
           ELSE
               DISPLAY "    Drop Registration ",
                   RegStuNum(Loc), ": ",
                   RegCourNum(Loc), " sec ",
                   RegSection(Loc), " ",
                   RegSemesterCode(Loc)
               IF DropBackdated > 0
                   DISPLAY "    Backdated to ", DropDate,
                       ", on or before the add/drop deadline ",
                       TermRegClose(TermLoc), "."
                   DISPLAY "    No W and no tuition retained -"
                       " registrar override."
               END-IF
           END-IF
           DISPLAY "    -----------"
           DISPLAY "1.  Yes"
           DISPLAY "2.  No"
           DISPLAY " "
           DISPLAY "    Please make your selection: "
               WITH NO ADVANCING

           ACCEPT BinaryConfirmChoice.

           IF BinaryConfirmChoice IS EQUAL 1
               IF DropKind IS EQUAL 2
                   PERFORM Withdraw_register_at_loc
               ELSE
                   PERFORM Remove_register_at_loc
               END-IF
           END-IF.


      *****************************************
      * Locate and classify the drop keyed in StudentNumberChoice,
      * CourseNumberChoice, SectionChoice, SemesterChoice and
      * DropDateChoice. Shared by the interactive drop and the
      * batch DROP transaction. Leaves the registration in Loc and
      * sets DropKind: 1 delete, 2 withdraw, 0 refused with the
      * reason in DropRejectReason. DropOverrideOK lets the caller
      * allow a drop backdated across the add/drop deadline;
      * DropBackdated is set when one goes through.
      *
       Check_drop_request.

           MOVE 0 TO DropKind.
           MOVE 0 TO DropBackdated.
           MOVE 0 TO Loc.
           MOVE SPACES TO DropRejectReason.

      * Legacy rows carry the LEGACY sentinel instead of a term
      * code, so they have no term dates to check against.
           IF SemesterChoice NOT EQUAL "LEGACY"
               MOVE SemesterChoice TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   MOVE "Unknown semester code." TO DropRejectReason
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RegCount
               IF RegStuNum(I) IS EQUAL StudentNumberChoice
               AND RegCourNum(I) IS EQUAL CourseNumberChoice
               AND RegSection(I) IS EQUAL SectionChoice
               AND RegSemesterCode(I) IS EQUAL SemesterChoice
                   MOVE I TO Loc
               END-IF
           END-PERFORM.

           IF Loc < 1
               MOVE "Registration not found." TO DropRejectReason
               EXIT PARAGRAPH
           END-IF.

           IF RegStatus(Loc) IS EQUAL "W"
               MOVE "Registration is already a withdrawal."
                   TO DropRejectReason
               EXIT PARAGRAPH
           END-IF.

           ACCEPT CurrentDate FROM DATE YYYYMMDD.

           IF DropDateChoice IS EQUAL SPACES
               MOVE CurrentDate TO DropDate
           ELSE IF DropDateChoice IS NUMERIC
               MOVE DropDateChoice TO DropDate
           ELSE
               MOVE 0 TO DropDate
           END-IF.

           MOVE DropDate TO DayDate.
           PERFORM Date_to_day_number.

           IF DayDateOK < 1
               MOVE "Drop date must be a valid YYYYMMDD date."
                   TO DropRejectReason
               EXIT PARAGRAPH
           END-IF.

           IF DropDate > CurrentDate
               MOVE "Drop date cannot be later than today."
                   TO DropRejectReason
               EXIT PARAGRAPH
           END-IF.

      * Once the add/drop deadline has gone by, a drop dated on or
      * before it would delete the registration with no W and no
      * tuition retained. Only the registrar may do that, from the
      * drop screen; batch drops are refused.
           IF SemesterChoice NOT EQUAL "LEGACY"
           AND CurrentDate > TermRegClose(TermLoc)
           AND DropDate NOT > TermRegClose(TermLoc)
               IF DropOverrideOK < 1
                   MOVE "Backdating past the deadline needs registrar."
                       TO DropRejectReason
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO DropBackdated
           END-IF.

           PERFORM Classify_drop.


      *****************************************
      * Compare DropDate with the dates of the term in TermLoc.
      * Through the add/drop deadline (the close of registration)
      * the registration is deleted outright. After it, and up to
      * the last day of the term, the student withdraws: the W
      * stays on the record and the week of term the drop falls in
      * sets the share of tuition still owed. Sets DropKind,
      * DropWeek, DropRefundPct and DropLiabPct.
      *
       Classify_drop.

           MOVE 0 TO DropWeek.
           MOVE 100 TO DropRefundPct.
           MOVE 0 TO DropLiabPct.

           IF SemesterChoice IS EQUAL "LEGACY"
               MOVE 1 TO DropKind
               EXIT PARAGRAPH
           END-IF.

           IF DropDate NOT > TermRegClose(TermLoc)
               MOVE 1 TO DropKind
               EXIT PARAGRAPH
           END-IF.

           IF DropDate > TermEnd(TermLoc)
               MOVE "Drop date is after the end of the term."
                   TO DropRejectReason
               EXIT PARAGRAPH
           END-IF.

      * Week 1 runs from the first day of term; a withdrawal dated
      * before classes start still falls in week 1.
           MOVE DayNumber TO DayDropNumber.
           MOVE TermStart(TermLoc) TO DayDate.
           PERFORM Date_to_day_number.
           MOVE DayNumber TO DayStartNumber.

           IF DayDropNumber < DayStartNumber
               MOVE 1 TO DropWeek
           ELSE
               SUBTRACT DayStartNumber FROM DayDropNumber
                   GIVING DayWork
               DIVIDE DayWork BY 7 GIVING DropWeek
               ADD 1 TO DropWeek
           END-IF.

           PERFORM Find_refund_pct.

           SUBTRACT DropRefundPct FROM 100 GIVING DropLiabPct.
           MOVE 2 TO DropKind.


      *****************************************
      * Convert the YYYYMMDD date in DayDate to a day count in
      * DayNumber, so two dates can be subtracted. Counts from a
      * March-based year so leap days fall at the end. Sets
      * DayDateOK to 0 when the month or day is out of range.
      *
       Date_to_day_number.

           MOVE 0 TO DayNumber.
           MOVE 0 TO DayDateOK.

           DIVIDE DayDate BY 10000 GIVING DayYear REMAINDER DayWork.
           DIVIDE DayWork BY 100 GIVING DayMonth REMAINDER DayDay.

           IF DayYear < 1
           OR DayMonth < 1 OR DayMonth > 12
           OR DayDay < 1 OR DayDay > 31
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO DayDateOK.

           IF DayMonth < 3
               SUBTRACT 1 FROM DayYear
               ADD 12 TO DayMonth
           END-IF.

           COMPUTE DayNumber = 365 * DayYear + DayDay.

           DIVIDE DayYear BY 4 GIVING DayWork.
           ADD DayWork TO DayNumber.
           DIVIDE DayYear BY 100 GIVING DayWork.
           SUBTRACT DayWork FROM DayNumber.
           DIVIDE DayYear BY 400 GIVING DayWork.
           ADD DayWork TO DayNumber.

           COMPUTE DayWork = 153 * (DayMonth - 3) + 2.
           DIVIDE DayWork BY 5 GIVING DayWork.
           ADD DayWork TO DayNumber.


      *****************************************
      * Find the refund percentage for a withdrawal in week
      * DropWeek of SemesterChoice. The bursar's schedule for the
      * term governs; a term with no bands of its own uses the ALL
      * bands, and with neither on file the standard schedule
      * applies: full refund in week 1, half through week 4,
      * nothing after. Past the last band keyed nothing is
      * refunded. Sets DropRefundPct.
      *
       Find_refund_pct.

           MOVE SemesterChoice TO LiabLookupTerm.
           PERFORM Find_liab_band.

           IF LiabTermHasRows < 1
               MOVE "ALL" TO LiabLookupTerm
               PERFORM Find_liab_band
           END-IF.

           IF LiabTermHasRows > 0
               IF LiabLoc > 0
                   MOVE LiabRefundPct(LiabLoc) TO DropRefundPct
               ELSE
                   MOVE 0 TO DropRefundPct
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF DropWeek < 2
               MOVE 100 TO DropRefundPct
           ELSE IF DropWeek < 5
               MOVE 50 TO DropRefundPct
           ELSE
               MOVE 0 TO DropRefundPct
           END-IF.


      *****************************************
      * Find the refund band for LiabLookupTerm covering DropWeek:
      * the band with the smallest through-week not before it.
      * Sets LiabLoc (0 when none covers the week) and
      * LiabTermHasRows.
      *
       Find_liab_band.

           MOVE 0 TO LiabLoc.
           MOVE 0 TO LiabTermHasRows.

           PERFORM VARYING LiabIdx FROM 1 BY 1 UNTIL LiabIdx > LiabCount
               IF LiabTerm(LiabIdx) IS EQUAL LiabLookupTerm
                   MOVE 1 TO LiabTermHasRows
                   IF LiabThruWeek(LiabIdx) NOT < DropWeek
                       IF LiabLoc < 1
                           MOVE LiabIdx TO LiabLoc
                       ELSE IF LiabThruWeek(LiabIdx) <
                           LiabThruWeek(LiabLoc)
                           MOVE LiabIdx TO LiabLoc
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************
      * Turn the registration at Loc into a withdrawal dated
      * DropDate. The row stays on file so the roster, transcript
      * and bill keep it: the status is W, the retained share of
      * tuition is DropLiabPct, and a W grade goes on the record.
      * The seat is not offered to the waitlist; registration has
      * closed by the time a drop becomes a withdrawal.
      *
       Withdraw_register_at_loc.

           MOVE "W"         TO RegStatus(Loc).
           MOVE DropDate    TO RegDropDate(Loc).
           MOVE DropLiabPct TO RegLiabPct(Loc).

           MOVE "WITHDR" TO AuditAction.
           STRING "Registration " DELIMITED BY SIZE
               RegStuNum(Loc)       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               RegCourNum(Loc)      DELIMITED BY SIZE
               " sec "              DELIMITED BY SIZE
               RegSection(Loc)      DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               RegSemesterCode(Loc) DELIMITED BY SIZE
               " on "               DELIMITED BY SIZE
               DropDate             DELIMITED BY SIZE
               " liab "             DELIMITED BY SIZE
               DropLiabPct          DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           MOVE RegStuNum(Loc)  TO StudentNumberChoice.
           MOVE RegCourNum(Loc) TO CourseNumberChoice.
           MOVE "W "            TO GradeLetterChoice.
           PERFORM Find_grade_loc.
           PERFORM Store_grade.

           DISPLAY " ".

           IF GradeStored < 1
               DISPLAY "Grade table is full - W not recorded."
           END-IF.

           DISPLAY "Registration withdrawn. Week ", DropWeek,
               " of term, ", DropLiabPct, "% of tuition retained.".


      *****************************************
      * Remove the registration at Loc from the table, log the
               RegSection(Loc)      DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               RegSemesterCode(Loc) DELIMITED BY SIZE
               " on "               DELIMITED BY SIZE
               DropDate             DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           IF DropBackdated > 0
               MOVE "BKDROP" TO AuditAction
               STRING "Drop backdated to " DELIMITED BY SIZE
                   DropDate              DELIMITED BY SIZE
                   ", deadline "         DELIMITED BY SIZE
                   TermRegClose(TermLoc) DELIMITED BY SIZE
                   INTO AuditDetail
               PERFORM Write_audit_entry
           END-IF.

           SUBTRACT 1 FROM RegCount GIVING TmpCount.

           PERFORM VARYING I FROM Loc BY 1 UNTIL I > TmpCount
               MOVE RegCourNum(J)      TO RegCourNum(I)
               MOVE RegSemesterCode(J) TO RegSemesterCode(I)
               MOVE RegSection(J)      TO RegSection(I)
               MOVE RegStatus(J)       TO RegStatus(I)
               MOVE RegDropDate(J)     TO RegDropDate(I)
               MOVE RegLiabPct(J)      TO RegLiabPct(I)
           END-PERFORM.

           SUBTRACT 1 FROM RegCount.
      * Sets RegRejectFlag and RegRejectReason on the first rule
      * that fails; RegCourseFull marks the seat-capacity reject
      * so callers can offer the waitlist. Leaves FoundCourseLoc
      * pointing at the course on success. Days, time and seats
      * come from the term's offering of the section when the term
      * has offerings keyed, otherwise from the course master.
      *
       Validate_new_registration.

               EXIT PARAGRAPH
           END-IF.

           IF StudentConferDate(StudentLoc) > 0
               MOVE 1 TO RegRejectFlag
               MOVE "Student has graduated." TO RegRejectReason
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO HoldLoc.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HoldCount
               EXIT PARAGRAPH
           END-IF.

           MOVE NewSemesterCode TO SlotTerm.
           MOVE NewRegCourNum TO CourseLookupNum.
           MOVE NewRegSection TO CourseLookupSect.
           PERFORM Find_section_slot.

           IF SlotFound < 1
               MOVE 1 TO RegRejectFlag
               MOVE "Section is not offered this term."
                   TO RegRejectReason
               EXIT PARAGRAPH
           END-IF.

           MOVE SlotDays TO RegSlotDays.
           MOVE SlotTime TO RegSlotTime.
           MOVE SlotMaxSeats TO RegSlotSeats.

      * One seat per course per term: a student already in any
      * section of the course may not add another section of it.
           MOVE 0 TO FoundDuplicate.
               EXIT PARAGRAPH
           END-IF.

           PERFORM Check_term_load.

           IF TermLoadOver > 0
               MOVE 1 TO RegRejectFlag
               MOVE TermLoadCredits TO TermLoadCreditsDisp
               MOVE TermLoadLimit   TO TermLoadLimitDisp
               MOVE SPACES TO RegRejectReason
               STRING "Credit load" DELIMITED BY SIZE
                   TermLoadCreditsDisp DELIMITED BY SIZE
                   " over term limit"  DELIMITED BY SIZE
                   TermLoadLimitDisp   DELIMITED BY SIZE
                   "."                 DELIMITED BY SIZE
                   INTO RegRejectReason
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SeatsTaken.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegCourNum(J) IS EQUAL NewRegCourNum
               AND RegSection(J) IS EQUAL NewRegSection
               AND RegSemesterCode(J) IS EQUAL NewSemesterCode
               AND RegStatus(J) NOT EQUAL "W"
                   ADD 1 TO SeatsTaken GIVING SeatsTaken
               END-IF
           END-PERFORM.

           IF SeatsTaken NOT < RegSlotSeats
               MOVE 1 TO RegRejectFlag
               MOVE 1 TO RegCourseFull
               MOVE "Course section is full." TO RegRejectReason
           MOVE NewRegCourNum   TO RegCourNum(RegCount).
           MOVE NewSemesterCode TO RegSemesterCode(RegCount).
           MOVE NewRegSection   TO RegSection(RegCount).
           MOVE SPACE           TO RegStatus(RegCount).
           MOVE 0               TO RegDropDate(RegCount).
           MOVE 100             TO RegLiabPct(RegCount).

           MOVE "ADD   " TO AuditAction.
           STRING "Registration " DELIMITED BY SIZE
                       AND GradeCourNum(K) IS EQUAL PrereqReqNum(J)
                           MOVE 1 TO GradeOnFile
                           IF GradeLetter(K) NOT EQUAL "F "
                           AND GradeLetter(K) NOT EQUAL "W "
                               MOVE 1 TO PrereqMet
                           END-IF
                       END-IF
                           UNTIL K > RegCount
                           IF RegStuNum(K) IS EQUAL NewRegStuNum
                           AND RegCourNum(K) IS EQUAL PrereqReqNum(J)
                           AND RegStatus(K) NOT EQUAL "W"
                               MOVE RegSemesterCode(K) TO TermCodeA
                               MOVE NewSemesterCode    TO TermCodeB
                               PERFORM Compare_terms
                           UNTIL K > ArchHistCount
                           IF ArchHistCourse(K) IS EQUAL
                               PrereqReqNum(J)
                           AND ArchHistStatus(K) NOT EQUAL "W"
                               MOVE ArchHistSem(K)  TO TermCodeA
                               MOVE NewSemesterCode TO TermCodeB
                               PERFORM Compare_terms


      *****************************************
      * Compare the new section's days/time for the term, held in
      * RegSlotDays/RegSlotTime by Validate_new_registration,
      * against every section the student is already registered
      * for in that term. Sets ScheduleConflict to 1 if any
      * registered section overlaps.
      *
       Check_schedule_conflict.

           MOVE 0 TO ScheduleConflict.
           MOVE NewSemesterCode TO SlotTerm.
           MOVE RegSlotDays TO OverlapDaysB.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegStuNum(J) IS EQUAL NewRegStuNum
               AND RegSemesterCode(J) IS EQUAL NewSemesterCode
               AND RegStatus(J) NOT EQUAL "W"
                   MOVE RegCourNum(J) TO CourseLookupNum
                   MOVE RegSection(J) TO CourseLookupSect
                   PERFORM Find_section_slot
                   IF SlotFound > 0
                   AND SlotTime IS EQUAL RegSlotTime
                       MOVE SlotDays TO OverlapDaysA
                       PERFORM Compare_meeting_days
                       IF DayOverlap > 0
                           MOVE 1 TO ScheduleConflict
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************
      * Hold the pending add to the student's term credit limit.
      * The limit is MaxTermLoad, or ProbTermLoad when the
      * student's latest standing is probation; an advisor's
      * overload authorization for the term replaces either.
      * Totals CourseCredits over the student's registrations in
      * NewSemesterCode plus the section at FoundCourseLoc. Sets
      * TermLoadOver, TermLoadCredits and TermLoadLimit.
      *
       Check_term_load.

           MOVE 0 TO TermLoadOver.
           MOVE MaxTermLoad TO TermLoadLimit.

           MOVE NewRegStuNum TO StandLookupNum.
           PERFORM Find_latest_standing.

           IF LatestStandCode IS EQUAL "PROB"
               MOVE ProbTermLoad TO TermLoadLimit
           END-IF.

           MOVE NewRegStuNum    TO OvlLookupNum.
           MOVE NewSemesterCode TO OvlLookupTerm.
           PERFORM Find_overload_loc.

           IF OvlLoc > 0
               MOVE OvlMax(OvlLoc) TO TermLoadLimit
           END-IF.

           MOVE CourseCredits(FoundCourseLoc) TO TermLoadCredits.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegStuNum(J) IS EQUAL NewRegStuNum
               AND RegSemesterCode(J) IS EQUAL NewSemesterCode
               AND RegStatus(J) NOT EQUAL "W"
                   MOVE RegCourNum(J) TO CourseLookupNum
                   MOVE RegSection(J) TO CourseLookupSect
                   PERFORM Find_course_loc
                   IF CourseLocFound > 0
                       ADD CourseCredits(CourseLocFound)
                           TO TermLoadCredits GIVING TermLoadCredits
                   END-IF
               END-IF
           END-PERFORM.

           IF TermLoadCredits > TermLoadLimit
               MOVE 1 TO TermLoadOver
           END-IF.


      *****************************************
      * Find the most recent standing recorded for StandLookupNum
      * in standingC.txt. The latest term wins; a re-run of the
      * same term later in the file replaces the earlier row. Sets
      * LatestStandCode and LatestStandTerm, spaces when the
      * student has never had a standing run.
      *
       Find_latest_standing.

           MOVE SPACES TO LatestStandCode.
           MOVE SPACES TO LatestStandTerm.

           OPEN INPUT standing-file.

           IF StandFileStatus IS EQUAL "35"
               EXIT PARAGRAPH
           END-IF.

           MOVE "no" TO StandEOF.

           READ standing-file
               AT END MOVE "yes" TO StandEOF.

           PERFORM Process_standing_history
               UNTIL StandEOF IS EQUAL "yes".

           CLOSE standing-file.


      *****************************************
      * Keep the current standingC.txt row when it belongs to
      * StandLookupNum and is not older than the latest kept
      *
       Process_standing_history.

           IF StandStuNumOut IS EQUAL StandLookupNum
               IF LatestStandTerm IS EQUAL SPACES
               OR LatestStandTerm IS EQUAL StandSemesterOut
                   MOVE StandSemesterOut TO LatestStandTerm
                   MOVE StandCodeOut     TO LatestStandCode
               ELSE
                   MOVE LatestStandTerm  TO TermCodeA
                   MOVE StandSemesterOut TO TermCodeB
                   PERFORM Compare_terms
                   IF TermAEarlier > 0
                       MOVE StandSemesterOut TO LatestStandTerm
                       MOVE StandCodeOut     TO LatestStandCode
                   END-IF
               END-IF
           END-IF.

           READ standing-file
               AT END MOVE "yes" TO StandEOF.


      *****************************************
      * Work out how the section in CourseLookupNum/CourseLookupSect
      * meets in the term in SlotTerm. A term with offerings keyed
      * runs only the sections offered in it, each with its own
      * days, time, instructor, room and seats; a term with no
      * offerings at all still runs off the course master. The
      * first offering saved for a term copies the rest of the
      * catalog in with it, so no section drops out of the term.
      * Sets SlotFound and the Slot fields, and OfferLoc to the
      * offering used (0 when the course master supplied the slot).
      *
       Find_section_slot.

           MOVE 0 TO SlotFound.
           MOVE 0 TO OfferLoc.
           MOVE 0 TO TermHasOffers.

           PERFORM VARYING OfferIdx FROM 1 BY 1
               UNTIL OfferIdx > OfferCount
               IF OffTerm(OfferIdx) IS EQUAL SlotTerm
                   MOVE 1 TO TermHasOffers
                   IF OffCourNum(OfferIdx) IS EQUAL CourseLookupNum
                   AND OffSection(OfferIdx) IS EQUAL CourseLookupSect
                       MOVE OfferIdx TO OfferLoc
                   END-IF
               END-IF
           END-PERFORM.

           IF OfferLoc > 0
               MOVE 1 TO SlotFound
               MOVE OffDays(OfferLoc)     TO SlotDays
               MOVE OffTime(OfferLoc)     TO SlotTime
               MOVE OffProf(OfferLoc)     TO SlotProf
               MOVE OffBldg(OfferLoc)     TO SlotBldg
               MOVE OffRoom(OfferLoc)     TO SlotRoom
               MOVE OffMaxSeats(OfferLoc) TO SlotMaxSeats
               EXIT PARAGRAPH
           END-IF.

           IF TermHasOffers > 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find_course_loc.

           IF CourseLocFound > 0
               MOVE 1 TO SlotFound
               MOVE CourseDays(CourseLocFound)     TO SlotDays
               MOVE CourseTime(CourseLocFound)     TO SlotTime
               MOVE ProfLastName(CourseLocFound)   TO SlotProf
               MOVE CourseBldg(CourseLocFound)     TO SlotBldg
               MOVE CourseRoom(CourseLocFound)     TO SlotRoom
               MOVE CourseMaxSeats(CourseLocFound) TO SlotMaxSeats
           END-IF.


      *****************************************
      * Batch registration mode. Reads ADD/DROP transactions from
      * batchC.txt (action, student number, course number, semester

      *****************************************
      * Apply one batch transaction. ADDs run the shared
      * registration checks; DROPs are dated like the interactive
      * drop (the optional date column, else today) and either
      * remove the registration with the usual waitlist promotion
      * or record a withdrawal. Anything that cannot be applied is
      * written to the exceptions report.
      *
       Process_batch_transaction.

               MOVE BatchCourNumIn  TO CourseNumberChoice
               MOVE BatchSemesterIn TO SemesterChoice
               MOVE BatchSectionIn  TO SectionChoice
               MOVE BatchDateIn     TO DropDateChoice
               MOVE 0               TO DropOverrideOK
               PERFORM Check_drop_request
               IF DropKind < 1
                   MOVE DropRejectReason TO RegRejectReason
                   PERFORM Write_batch_exception
               ELSE IF DropKind IS EQUAL 2
                   PERFORM Withdraw_register_at_loc
                   ADD BatchOkCount 1 GIVING BatchOkCount
               ELSE
                   PERFORM Remove_register_at_loc
                   ADD BatchOkCount 1 GIVING BatchOkCount
               END-IF
           ELSE
               MOVE "Unknown transaction action." TO RegRejectReason
      *   REPORT   nn term    produce report menu entry nn
      *   CLOSEOUT term       run the end-of-term close-out
      *   STANDING term       run the academic standing run
      *   ROLLFWD  from to    copy a term's offerings to a new term
      *   GRADELD             load the grade sheets in gradesheetC.txt
      *   DELINQ   term HOLD  payment plan delinquency run for a term
      *                       or ALL; HOLD places FINANCE holds
      *   GLJRNL   term       general ledger journal for a term, or
      *   GLJRNL   from to    for a date range (YYYYMMDD)
      *   ENRLVER  term       enrollment verification submission
      *   GRADCLR  term       graduation clearance run
      *   CONFER   term [date] degree conferral (date defaults to
      *                       the term end)
      *   SECTCAN  term       list sections below minimum enrollment;
      *   SECTCAN  term CONFIRM  cancel them and write the notices
      *   EXAMSCH  term       final exam schedule and student
      *                       exam conflicts
      *   SAVE                write all data files now
      * Any failed step leaves the run ending with a nonzero
      * status so the scheduler can page on errors.
           MOVE "Job stream started." TO JobLogText.
           PERFORM Write_job_log.

           PERFORM Job_sign_on.

           IF SignedOn < 1
               MOVE SPACES TO JobLogText
               STRING "Job operator " DELIMITED BY SIZE
                   JobOperatorId      DELIMITED BY SPACE
                   " is not an active operator - job refused."
                                      DELIMITED BY SIZE
                   INTO JobLogText
               PERFORM Write_job_log
               ADD JobErrCount 1 GIVING JobErrCount
               CLOSE job-file
               CLOSE runlog-file
               EXIT PARAGRAPH
           END-IF.

      * The steps themselves read files under the shared EOF
      * switch (Batch_register, the archive scans), so the job
      * stream keeps its own flag the way Load_archive_history
               PERFORM Standing_run
               IF ReportTermOK < 1
                   MOVE 1 TO JobStepFail
                   MOVE SPACES TO JobLogText
                   STRING "STANDING " DELIMITED BY SIZE
                       TermCodeChoice DELIMITED BY SIZE
                       " failed - unknown semester code."
                                      DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   MOVE SPACES TO JobLogText
                   STRING "STANDING " DELIMITED BY SIZE
                       TermCodeChoice DELIMITED BY SIZE
                       " dean "       DELIMITED BY SIZE
                       StandDeanCount DELIMITED BY SIZE
                       " prob "       DELIMITED BY SIZE
                       StandProbCount DELIMITED BY SIZE
                       " susp "       DELIMITED BY SIZE
                       StandSuspCount DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "ROLLFWD "
               MOVE JobParm1In(1:6) TO RollFromTermChoice
               MOVE JobParm2In(1:6) TO RollToTermChoice
               PERFORM Roll_forward_offerings
               MOVE SPACES TO JobLogText
               IF RollOK < 1
                   MOVE 1 TO JobStepFail
                   STRING "ROLLFWD " DELIMITED BY SIZE
                       RollFromTermChoice DELIMITED BY SIZE
                       " "                DELIMITED BY SIZE
                       RollToTermChoice   DELIMITED BY SIZE
                       " failed - check both term codes."
                                          DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   STRING "ROLLFWD " DELIMITED BY SIZE
                       RollFromTermChoice DELIMITED BY SIZE
                       " to "             DELIMITED BY SIZE
                       RollToTermChoice   DELIMITED BY SIZE
                       " copied "         DELIMITED BY SIZE
                       RollCount          DELIMITED BY SIZE
                       " skipped "        DELIMITED BY SIZE
                       RollSkipCount      DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "GRADELD "
               PERFORM Grade_roster_load
               IF GsFileStatus IS EQUAL "35"
                   MOVE 1 TO JobStepFail
                   MOVE "GRADELD failed - gradesheetC.txt not found."
                       TO JobLogText
               ELSE
                   MOVE SPACES TO JobLogText
                   STRING "GRADELD sheets " DELIMITED BY SIZE
                       GsSheetCount       DELIMITED BY SIZE
                       " read "           DELIMITED BY SIZE
                       GsReadCount        DELIMITED BY SIZE
                       " applied "        DELIMITED BY SIZE
                       GsOkCount          DELIMITED BY SIZE
                       " rejected "       DELIMITED BY SIZE
                       GsErrCount         DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "DELINQ  "
               MOVE JobParm1In(1:6) TO DelqTermChoice
               IF JobParm2In(1:4) IS EQUAL "HOLD"
                   MOVE 1 TO DelqHoldChoice
               ELSE
                   MOVE 2 TO DelqHoldChoice
               END-IF
               PERFORM Delinquency_run
               MOVE SPACES TO JobLogText
               IF DelqRunOK < 1
                   MOVE 1 TO JobStepFail
                   STRING "DELINQ " DELIMITED BY SIZE
                       DelqTermChoice DELIMITED BY SIZE
                       " failed - unknown semester code."
                                      DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   STRING "DELINQ " DELIMITED BY SIZE
                       DelqTermChoice DELIMITED BY SIZE
                       " plans "      DELIMITED BY SIZE
                       DelqPlanCount  DELIMITED BY SIZE
                       " delinquent " DELIMITED BY SIZE
                       DelqCount      DELIMITED BY SIZE
                       " holds "      DELIMITED BY SIZE
                       DelqHoldCount  DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "GLJRNL  "
               IF JobParm1In(1:8) IS NUMERIC
               AND JobParm2In(1:8) IS NUMERIC
                   MOVE 2 TO GlModeChoice
                   MOVE JobParm1In(1:8) TO GlFromChoice
                   MOVE JobParm2In(1:8) TO GlToChoice
               ELSE
                   MOVE 1 TO GlModeChoice
                   MOVE JobParm1In(1:6) TO GlTermChoice
               END-IF
               PERFORM Gl_extract
               MOVE SPACES TO JobLogText
               IF GlRunOK < 1
                   MOVE 1 TO JobStepFail
                   STRING "GLJRNL " DELIMITED BY SIZE
                       GlPeriodLabel  DELIMITED BY SPACE
                       " refused - "  DELIMITED BY SIZE
                       GlRejectReason DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   STRING "GLJRNL " DELIMITED BY SIZE
                       GlPeriodLabel  DELIMITED BY SPACE
                       " lines "      DELIMITED BY SIZE
                       GlLineCount    DELIMITED BY SIZE
                       " skipped "    DELIMITED BY SIZE
                       GlSkipCount    DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "ENRLVER "
               MOVE JobParm1In(1:6) TO VerTermChoice
               PERFORM Enroll_verify_run
               MOVE SPACES TO JobLogText
               IF VerRunOK < 1
                   MOVE 1 TO JobStepFail
                   STRING "ENRLVER " DELIMITED BY SIZE
                       VerTermChoice  DELIMITED BY SIZE
                       " failed - unknown semester code."
                                      DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   STRING "ENRLVER " DELIMITED BY SIZE
                       VerTermChoice  DELIMITED BY SIZE
                       " students "   DELIMITED BY SIZE
                       VerCount       DELIMITED BY SIZE
                       " flagged "    DELIMITED BY SIZE
                       VerFlagCount   DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "GRADCLR "
               MOVE JobParm1In(1:6) TO GradTermChoice
               PERFORM Grad_clearance_run
               MOVE SPACES TO JobLogText
               IF GradRunOK < 1
                   MOVE 1 TO JobStepFail
                   STRING "GRADCLR " DELIMITED BY SIZE
                       GradTermChoice DELIMITED BY SIZE
                       " failed - unknown semester code."
                                      DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   STRING "GRADCLR " DELIMITED BY SIZE
                       GradTermChoice  DELIMITED BY SIZE
                       " cleared "     DELIMITED BY SIZE
                       GradClearCount  DELIMITED BY SIZE
                       " not cleared " DELIMITED BY SIZE
                       GradNotCount    DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "CONFER  "
               MOVE JobParm1In(1:6) TO GradTermChoice
               MOVE JobParm2In(1:8) TO GradDateChoice
               PERFORM Degree_conferral
               MOVE SPACES TO JobLogText
               IF GradRunOK < 1
                   MOVE 1 TO JobStepFail
                   STRING "CONFER " DELIMITED BY SIZE
                       GradTermChoice DELIMITED BY SIZE
                       " failed - bad semester code or date."
                                      DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   STRING "CONFER " DELIMITED BY SIZE
                       GradTermChoice  DELIMITED BY SIZE
                       " conferred "   DELIMITED BY SIZE
                       GradConferCount DELIMITED BY SIZE
                       " not cleared " DELIMITED BY SIZE
                       GradNotCount    DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "SECTCAN "
               MOVE JobParm1In(1:6) TO CanTermChoice
               MOVE 0 TO CanConfirmAll
               IF JobParm2In(1:7) IS EQUAL "CONFIRM"
                   MOVE 1 TO CanConfirmAll
               END-IF
               PERFORM Section_cancel_run
               MOVE SPACES TO JobLogText
               IF CanRunOK < 1
                   MOVE 1 TO JobStepFail
                   STRING "SECTCAN " DELIMITED BY SIZE
                       CanTermChoice  DELIMITED BY SIZE
                       " failed - unknown semester code."
                                      DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   STRING "SECTCAN " DELIMITED BY SIZE
                       CanTermChoice   DELIMITED BY SIZE
                       " below min "   DELIMITED BY SIZE
                       CanCount        DELIMITED BY SIZE
                       " cancelled "   DELIMITED BY SIZE
                       CanChosenCount  DELIMITED BY SIZE
                       " notices "     DELIMITED BY SIZE
                       NoticeCount     DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "EXAMSCH "
               MOVE JobParm1In(1:6) TO ExamTermChoice
               PERFORM Exam_schedule_run
               MOVE SPACES TO JobLogText
               IF ExamRunOK < 1
                   MOVE 1 TO JobStepFail
                   STRING "EXAMSCH " DELIMITED BY SIZE
                       ExamTermChoice DELIMITED BY SIZE
                       " failed - unknown term or no exam block file."
                                      DELIMITED BY SIZE
                       INTO JobLogText
               ELSE
                   STRING "EXAMSCH " DELIMITED BY SIZE
                       ExamTermChoice  DELIMITED BY SIZE
                       " sections "    DELIMITED BY SIZE
                       ExSecCount      DELIMITED BY SIZE
                       " no block "    DELIMITED BY SIZE
                       ExNoBlockCount  DELIMITED BY SIZE
                       " over cap "    DELIMITED BY SIZE
                       ExOverCount     DELIMITED BY SIZE
                       " conflicts "   DELIMITED BY SIZE
                       ExConfStuCount  DELIMITED BY SIZE
                       INTO JobLogText
               END-IF
           ELSE IF JobActionIn IS EQUAL "SAVE    "
               PERFORM Report_aid_disb
           ELSE IF JobReportNum IS EQUAL 21
               PERFORM Report_room_util
           ELSE IF JobReportNum IS EQUAL 24
               PERFORM Report_commencement
           ELSE
               MOVE 1 TO JobStepFail
               MOVE SPACES TO JobLogText


      *****************************************
      * Record a letter grade for a registered course and
      * recalculate the student's GPA from graded coursework.
      * Entering a grade again for the same student, course and
      * semester replaces the earlier letter; after the term is
      * closed out that takes a reason code and approver.
      *
       Enter_grade.

           DISPLAY " ".
           DISPLAY "    Enter Grade".
           DISPLAY "    -----------".

           DISPLAY "    Student number: " WITH NO ADVANCING.
           ACCEPT StudentNumberChoice.

           DISPLAY "    Course number: "  WITH NO ADVANCING.
           ACCEPT CourseNumberChoice.

           DISPLAY "    Semester code: "  WITH NO ADVANCING.
           ACCEPT SemesterChoice.

           DISPLAY "    Letter grade (A thru F, +/-): "
               WITH NO ADVANCING.
           ACCEPT GradeLetterChoice.

           IF SemesterChoice NOT EQUAL "LEGACY"
               MOVE SemesterChoice TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   DISPLAY " "
                   DISPLAY "Unknown semester code."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE StudentNumberChoice TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               DISPLAY " "
               DISPLAY "Invalid student number. Please try again."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO GradeCheckSect.
           PERFORM Check_grade_registration.

           IF FoundDuplicate < 1
               DISPLAY " "
               DISPLAY "Student is not registered for that course "
                   "and semester."
               EXIT PARAGRAPH
           END-IF.

           IF GradeRegWithdrawn > 0
               DISPLAY " "
               DISPLAY "Student withdrew from this course."
               EXIT PARAGRAPH
           END-IF.

           MOVE GradeLetterChoice TO GradeLetterWork.
           PERFORM Validate_letter_grade.

           IF GradeValid < 1
               DISPLAY " "
               DISPLAY "Invalid letter grade. Use A, A-, B+, B, B-, "
                   "C+, C, C-, D+, D, D- or F."
               PERFORM Enter_grade
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find_grade_loc.

      * Once the term is closed out the recorded letter is part of
      * the permanent record; changing it needs a reason and an
      * approver, and goes on the grade-change log.
           IF GradeLoc > 0
           AND GradeLetter(GradeLoc) NOT EQUAL GradeLetterChoice
               PERFORM Check_term_closed
               IF TermClosed > 0
                   DISPLAY " "
                   DISPLAY "Term ", SemesterChoice,
                       " is closed. Recorded grade is ",
                       GradeLetter(GradeLoc), "."
                   PERFORM Accept_grade_change_auth
                   IF GradeChgOK < 1
                       DISPLAY " "
                       DISPLAY "Grade not changed."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "ENTRY " TO GradeChgSource
                   PERFORM Write_grade_change
               END-IF
           END-IF.

           PERFORM Store_grade.

           IF GradeStored < 1
               DISPLAY " "
               DISPLAY "Grade table is full."
               EXIT PARAGRAPH
           END-IF.

           PERFORM Recompute_student_gpa.

           DISPLAY " ".
           DISPLAY "Grade recorded.".


      *****************************************
      * Check that StudentNumberChoice is or was registered for
      * CourseNumberChoice in SemesterChoice. Late grades and
      * corrections are keyed after a term is closed out, so an
      * archived registration counts too. A grade sheet is for one
      * section, so when GradeCheckSect is set the registration
      * must be in that section; GradeOtherSect is set when the
      * student is only in another one. Sets FoundDuplicate, and
      * GradeRegWithdrawn when that registration is a withdrawal,
      * whose W is fixed by the drop itself.
      *
       Check_grade_registration.

           MOVE 0 TO FoundDuplicate.
           MOVE 0 TO GradeRegWithdrawn.
           MOVE 0 TO GradeOtherSect.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegStuNum(J) IS EQUAL StudentNumberChoice
               AND RegCourNum(J) IS EQUAL CourseNumberChoice
               AND RegSemesterCode(J) IS EQUAL SemesterChoice
                   IF GradeCheckSect > 0
                   AND RegSection(J) NOT EQUAL GradeCheckSect
                       MOVE 1 TO GradeOtherSect
                   ELSE
                       MOVE 1 TO FoundDuplicate
                       IF RegStatus(J) IS EQUAL "W"
                           MOVE 1 TO GradeRegWithdrawn
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF FoundDuplicate < 1
               MOVE StudentNumberChoice TO ArchHistStuNum
               PERFORM Load_archive_history
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > ArchHistCount
                   IF ArchHistCourse(J) IS EQUAL CourseNumberChoice
                   AND ArchHistSem(J) IS EQUAL SemesterChoice
                       IF GradeCheckSect > 0
                       AND ArchHistSection(J) NOT EQUAL GradeCheckSect
                           MOVE 1 TO GradeOtherSect
                       ELSE
                           MOVE 1 TO FoundDuplicate
                           IF ArchHistStatus(J) IS EQUAL "W"
                               MOVE 1 TO GradeRegWithdrawn
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


      *****************************************
      * Find the grade row for StudentNumberChoice,
      * CourseNumberChoice and SemesterChoice. Sets GradeLoc, or 0
      * when no grade has been recorded yet.
      *
       Find_grade_loc.

           MOVE 0 TO GradeLoc.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GradeCount
               IF GradeStuNum(J) IS EQUAL StudentNumberChoice
               AND GradeCourNum(J) IS EQUAL CourseNumberChoice
               AND GradeSemester(J) IS EQUAL SemesterChoice
                   MOVE J TO GradeLoc
               END-IF
           END-PERFORM.


      *****************************************
      * Record GradeLetterChoice in the grade row at GradeLoc, or
      * in a new row when GradeLoc is 0, and log it. GradeStored
      * is 0 when the grade table has no room for a new row.
      *
       Store_grade.

           MOVE 1 TO GradeStored.

           IF GradeLoc > 0
               MOVE GradeLetterChoice TO GradeLetter(GradeLoc)
           ELSE
               IF GradeCount IS EQUAL 500
                   MOVE 0 TO GradeStored
                   EXIT PARAGRAPH
               END-IF
               ADD GradeCount 1 GIVING GradeCount
               MOVE StudentNumberChoice TO GradeStuNum(GradeCount)
               MOVE CourseNumberChoice  TO GradeCourNum(GradeCount)
               MOVE SemesterChoice      TO GradeSemester(GradeCount)
               MOVE GradeLetterChoice   TO GradeLetter(GradeCount)
           END-IF.

           MOVE "GRADE " TO AuditAction.
           STRING "Grade " DELIMITED BY SIZE
               StudentNumberChoice  DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               CourseNumberChoice   DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               SemesterChoice       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               GradeLetterChoice    DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      *****************************************
      * Decide whether SemesterChoice has been through the
      * end-of-term close-out, i.e. has registrations in the
      * registerC.hist archive. LEGACY history is always closed.
      * Sets TermClosed.
      *
       Check_term_closed.

           MOVE 0 TO TermClosed.

           IF SemesterChoice IS EQUAL "LEGACY"
               MOVE 1 TO TermClosed
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT archive-file.

           IF ArchFileStatus IS EQUAL "35"
               EXIT PARAGRAPH
           END-IF.

           MOVE "no" TO ArchEOF.

           READ archive-file
               AT END MOVE "yes" TO ArchEOF.

           PERFORM UNTIL ArchEOF IS EQUAL "yes"
               IF ArchSemesterIn IS EQUAL SemesterChoice
                   MOVE 1 TO TermClosed
                   MOVE "yes" TO ArchEOF
               ELSE
                   READ archive-file
                       AT END MOVE "yes" TO ArchEOF
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE archive-file.


      *****************************************
      * Ask for the reason code and approver a closed-term grade
      * change needs. Sets GradeChgOK when both are acceptable.
      *
       Accept_grade_change_auth.

           DISPLAY "    Reason codes: CLER clerical error, "
               "INCP incomplete finished,".
           DISPLAY "                  APPL appeal upheld, "
               "ADMN administrative".
           DISPLAY "    Reason code: " WITH NO ADVANCING.
           MOVE SPACES TO GradeChgReason.
           ACCEPT GradeChgReason.

           DISPLAY "    Approved by: " WITH NO ADVANCING.
           MOVE SPACES TO GradeChgApprover.
           ACCEPT GradeChgApprover.

           PERFORM Validate_grade_change_auth.

           IF GradeChgOK < 1
               DISPLAY " "
               DISPLAY "A valid reason code and the approver are "
                   "required."
           END-IF.


      *****************************************
      * Check GradeChgReason is a recognized change reason and an
      * approver was given. Sets GradeChgOK.
      *
       Validate_grade_change_auth.

           MOVE 1 TO GradeChgOK.

           IF GradeChgReason NOT EQUAL "CLER"
           AND GradeChgReason NOT EQUAL "INCP"
           AND GradeChgReason NOT EQUAL "APPL"
           AND GradeChgReason NOT EQUAL "ADMN"
               MOVE 0 TO GradeChgOK
           END-IF.

           IF GradeChgApprover IS EQUAL SPACES
               MOVE 0 TO GradeChgOK
           END-IF.


      *****************************************
      * Append the change about to be made to the grade row at
      * GradeLoc to the grade-change log, with the old and new
      * letters, reason, approver and where it was keyed, so every
      * after-the-fact change can be produced for review. Performed
      * before Store_grade overwrites the old letter.
      *
       Write_grade_change.

           OPEN EXTEND gradechg-file.
           IF GradeChgFileStatus IS EQUAL "35"
               OPEN OUTPUT gradechg-file
           END-IF.

           MOVE SPACES TO gradechg-record.
           ACCEPT CurrentDate FROM DATE YYYYMMDD.
           MOVE CurrentDate            TO GcDateOut.
           MOVE StudentNumberChoice    TO GcStuNumOut.
           MOVE CourseNumberChoice     TO GcCourNumOut.
           MOVE SemesterChoice         TO GcSemesterOut.
           MOVE GradeLetter(GradeLoc)  TO GcOldLetterOut.
           MOVE GradeLetterChoice      TO GcNewLetterOut.
           MOVE GradeChgReason         TO GcReasonOut.
           MOVE GradeChgApprover       TO GcApproverOut.
           MOVE GradeChgSource         TO GcSourceOut.
           WRITE gradechg-record.

           CLOSE gradechg-file.

           MOVE "GRDCHG" TO AuditAction.
           STRING "Grade " DELIMITED BY SIZE
               StudentNumberChoice   DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               CourseNumberChoice    DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               SemesterChoice        DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               GradeLetter(GradeLoc) DELIMITED BY SIZE
               " to "                DELIMITED BY SIZE
               GradeLetterChoice     DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               GradeChgReason        DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               GradeChgApprover      DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.


      *****************************************
      * Grade roster load. Reads the instructors' grade sheets
      * from gradesheetC.txt - one sheet per course section, an
      * H line naming term, course and section (and, for changes
      * to a closed term, the reason code and approver) followed
      * by one G line per student with the letter earned. Every
      * line goes through the same checks as Enter_grade; lines
      * that fail are written with the reason to gradeexc.txt.
      * Each affected student's GPA is recomputed once at the end.
      *
       Grade_roster_load.

           DISPLAY " ".
           DISPLAY "    Grade Roster Load".
           DISPLAY "    -----------------".

           MOVE "no" TO EOF.
           MOVE 0 TO GsSheetCount.
           MOVE 0 TO GsReadCount.
           MOVE 0 TO GsOkCount.
           MOVE 0 TO GsSameCount.
           MOVE 0 TO GsErrCount.
           MOVE 0 TO GsStuCount.
           MOVE 0 TO GsHeaderOK.

           OPEN INPUT gsheet-file.

           IF GsFileStatus IS EQUAL "35"
               DISPLAY "Grade sheet file gradesheetC.txt not found."
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT gradeexc-file.

           READ gsheet-file
               AT END MOVE "yes" TO EOF.

           PERFORM Process_grade_sheet_line
               UNTIL EOF IS EQUAL "yes".

           CLOSE gsheet-file.
           CLOSE gradeexc-file.

           PERFORM VARYING GsStuIdx FROM 1 BY 1
               UNTIL GsStuIdx > GsStuCount
               MOVE GsStuNum(GsStuIdx) TO StudentNumberChoice
               PERFORM Recompute_student_gpa
           END-PERFORM.

           MOVE "GRDLD " TO AuditAction.
           STRING "Grade load sheets " DELIMITED BY SIZE
               GsSheetCount  DELIMITED BY SIZE
               " read "      DELIMITED BY SIZE
               GsReadCount   DELIMITED BY SIZE
               " applied "   DELIMITED BY SIZE
               GsOkCount     DELIMITED BY SIZE
               " rejected "  DELIMITED BY SIZE
               GsErrCount    DELIMITED BY SIZE
               INTO AuditDetail.
           PERFORM Write_audit_entry.

           DISPLAY " ".
           DISPLAY "Grade load complete. Sheets: ", GsSheetCount,
               "  Grades read: ", GsReadCount,
               "  Applied: ", GsOkCount,
               "  Unchanged: ", GsSameCount,
               "  Rejected: ", GsErrCount, ".".
           DISPLAY "GPA recomputed for ", GsStuCount, " students.".
           DISPLAY "Rejected lines written to gradeexc.txt.".


      *****************************************
      * Handle one grade sheet line: an H line starts a new sheet,
      * a G line is a student's grade on the current sheet.
      *
       Process_grade_sheet_line.

           IF GsTypeIn IS EQUAL "H"
               PERFORM Start_grade_sheet
           ELSE IF GsTypeIn IS EQUAL "G"
               ADD GsReadCount 1 GIVING GsReadCount
               IF GsHeaderOK < 1
                   MOVE "No valid sheet header before this line."
                       TO RegRejectReason
                   PERFORM Write_grade_exception
               ELSE
                   PERFORM Load_one_grade
               END-IF
           ELSE IF GsTypeIn NOT EQUAL SPACE
               MOVE "Unknown grade sheet line type."
                   TO RegRejectReason
               PERFORM Write_grade_exception
           END-IF.

           READ gsheet-file
               AT END MOVE "yes" TO EOF.


      *****************************************
      * Check a grade sheet header. The term must be on the term
      * master (or LEGACY) and the section on the course master;
      * a reason code, when given, must be valid and carry an
      * approver. The grade lines under a bad header are rejected.
      *
       Start_grade_sheet.

           ADD GsSheetCount 1 GIVING GsSheetCount.
           MOVE 0 TO GsHeaderOK.

           MOVE GsHdrTermIn     TO GsTerm.
           MOVE GsHdrCourNumIn  TO GsCourNum.
           MOVE GsHdrReasonIn   TO GsReason.
           MOVE GsHdrApproverIn TO GsApprover.

           IF GsHdrSectionIn IS NOT NUMERIC
               MOVE "Invalid section number on sheet header."
                   TO RegRejectReason
               PERFORM Write_grade_exception
               EXIT PARAGRAPH
           END-IF.

           MOVE GsHdrSectionIn TO GsSection.

           IF GsTerm NOT EQUAL "LEGACY"
               MOVE GsTerm TO TermLookupCode
               PERFORM Find_term
               IF TermLoc < 1
                   MOVE "Unknown semester code on sheet header."
                       TO RegRejectReason
                   PERFORM Write_grade_exception
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE GsCourNum TO CourseLookupNum.
           MOVE GsSection TO CourseLookupSect.
           PERFORM Find_course_loc.

           IF CourseLocFound < 1
               MOVE "Invalid course number or section."
                   TO RegRejectReason
               PERFORM Write_grade_exception
               EXIT PARAGRAPH
           END-IF.

           IF GsReason NOT EQUAL SPACES
               MOVE GsReason   TO GradeChgReason
               MOVE GsApprover TO GradeChgApprover
               PERFORM Validate_grade_change_auth
               IF GradeChgOK < 1
                   MOVE "Invalid change reason or approver."
                       TO RegRejectReason
                   PERFORM Write_grade_exception
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 1 TO GsHeaderOK.


      *****************************************
      * Apply one grade line from the current sheet
      *
       Load_one_grade.

           IF GsStuNumIn IS NOT NUMERIC
               MOVE "Invalid student number." TO RegRejectReason
               PERFORM Write_grade_exception
               EXIT PARAGRAPH
           END-IF.

           MOVE GsStuNumIn TO StudentNumberChoice.
           MOVE GsCourNum  TO CourseNumberChoice.
           MOVE GsTerm     TO SemesterChoice.
           MOVE GsLetterIn TO GradeLetterChoice.

           MOVE StudentNumberChoice TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               MOVE "Invalid student number." TO RegRejectReason
               PERFORM Write_grade_exception
               EXIT PARAGRAPH
           END-IF.

           MOVE GsSection TO GradeCheckSect.
           PERFORM Check_grade_registration.

           IF FoundDuplicate < 1
           AND GradeOtherSect > 0
               MOVE "Student is registered in another section."
                   TO RegRejectReason
               PERFORM Write_grade_exception
               EXIT PARAGRAPH
           END-IF.

           IF FoundDuplicate < 1
               MOVE "Student is not registered for course and term."
                   TO RegRejectReason
               PERFORM Write_grade_exception
               EXIT PARAGRAPH
           END-IF.

      * A sheet printed before the drop may still list the student;
      * a W against a withdrawal is already on file.
           IF GradeRegWithdrawn > 0
               IF GradeLetterChoice IS EQUAL "W "
                   ADD GsSameCount 1 GIVING GsSameCount
               ELSE
                   MOVE "Student withdrew from this course."
                       TO RegRejectReason
                   PERFORM Write_grade_exception
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM Validate_letter_grade.

           IF GradeValid < 1
               MOVE "Invalid letter grade." TO RegRejectReason
               PERFORM Write_grade_exception
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find_grade_loc.

           IF GradeLoc > 0
           AND GradeLetter(GradeLoc) IS EQUAL GradeLetterChoice
               ADD GsSameCount 1 GIVING GsSameCount
               EXIT PARAGRAPH
           END-IF.

           IF GradeLoc > 0
               PERFORM Check_term_closed
               IF TermClosed > 0
                   IF GsReason IS EQUAL SPACES
                       MOVE "Closed term: change needs reason/approver."
                           TO RegRejectReason
                       PERFORM Write_grade_exception
                       EXIT PARAGRAPH
                   END-IF
                   MOVE GsReason   TO GradeChgReason
                   MOVE GsApprover TO GradeChgApprover
                   MOVE "ROSTER" TO GradeChgSource
                   PERFORM Write_grade_change
               END-IF
           END-IF.

           PERFORM Store_grade.

           IF GradeStored < 1
               MOVE "Grade table is full." TO RegRejectReason
               PERFORM Write_grade_exception
               EXIT PARAGRAPH
           END-IF.

           ADD GsOkCount 1 GIVING GsOkCount.

      * Remember the student so the GPA is rebuilt once, after the
      * whole load, rather than once per grade line.
           MOVE 0 TO GsStuFound.

           PERFORM VARYING GsStuIdx FROM 1 BY 1
               UNTIL GsStuIdx > GsStuCount
               IF GsStuNum(GsStuIdx) IS EQUAL StudentNumberChoice
                   MOVE 1 TO GsStuFound
               END-IF
           END-PERFORM.

           IF GsStuFound < 1
           AND GsStuCount < 500
               ADD GsStuCount 1 GIVING GsStuCount
               MOVE StudentNumberChoice TO GsStuNum(GsStuCount)
           END-IF.


      *****************************************
      * Write the current grade sheet line and its reject reason
      * to the grade load exceptions listing
      *
       Write_grade_exception.

           ADD GsErrCount 1 GIVING GsErrCount.

           MOVE SPACES TO exception-line.

           IF GsTypeIn IS EQUAL "G"
               STRING GsTypeIn        DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   GsTerm             DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   GsCourNum          DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   GsSection          DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   GsStuNumIn         DELIMITED BY SIZE
                   " "                DELIMITED BY SIZE
                   GsLetterIn         DELIMITED BY SIZE
                   " - "              DELIMITED BY SIZE
                   RegRejectReason    DELIMITED BY SIZE
                   INTO exception-line
           ELSE
               STRING gsheet-header-record DELIMITED BY SIZE
                   " - "              DELIMITED BY SIZE
                   RegRejectReason    DELIMITED BY SIZE
                   INTO exception-line
           END-IF.

           DISPLAY exception-line.
           WRITE gradeexc-record FROM exception-line.


      *****************************************
           MOVE 0 TO GpaQualPts.
           MOVE 0 TO GpaCredits.

      * A W carries no grade points and no attempted credits.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GradeCount
               IF GradeStuNum(J) IS EQUAL StudentNumberChoice
               AND GradeLetter(J) NOT EQUAL "W "
                   MOVE GradeCourNum(J) TO CourseLookupNum
                   PERFORM Find_course_any
                   MOVE CourseLocFound TO FoundCourseLoc
           MOVE WaitCourNum(WaitLoc)  TO RegCourNum(RegCount).
           MOVE WaitSemester(WaitLoc) TO RegSemesterCode(RegCount).
           MOVE WaitSection(WaitLoc)  TO RegSection(RegCount).
           MOVE SPACE                 TO RegStatus(RegCount).
           MOVE 0                     TO RegDropDate(RegCount).
           MOVE 100                   TO RegLiabPct(RegCount).

           MOVE "PROMOT" TO AuditAction.
           STRING "Waitlist " DELIMITED BY SIZE

      *****************************************
      * Append one line to the audit log, tagged with the current
      * date/time and the signed-on operator. AuditAction and
      * AuditDetail are set by the caller before this is performed.
      *
       Write_audit_entry.

           ACCEPT AuditTimeDisp FROM TIME.
           MOVE AuditAction TO AuditActionDisp.
           MOVE AuditDetail TO AuditDetailDisp.
           MOVE CurOperId   TO AuditOperDisp.

           WRITE audit-record FROM audit-line-disp.

      * STRING does not pad, so a shorter detail built for the next
      * entry would otherwise carry the tail of this one.
           MOVE SPACES TO AuditDetail.

           ADD ChangesSinceSave 1 GIVING ChangesSinceSave.


           DISPLAY "21. Room Utilization".
           DISPLAY "22. Enrollment Statistics By Term".
           DISPLAY "23. Refund Register By Date Range".
           DISPLAY "24. Commencement Program".
           DISPLAY "25. Exit Report Menu".
           
           DISPLAY " ".
           DISPLAY "     Please make your selection: "
           ELSE IF ReportMenuChoice = 21 PERFORM Report_room_util
           ELSE IF ReportMenuChoice = 22 PERFORM Report_enroll_stats
           ELSE IF ReportMenuChoice = 23 PERFORM Report_refund_reg
           ELSE IF ReportMenuChoice = 24 PERFORM Report_commencement
           END-IF.


      *
       Report_section.

           PERFORM Report_menu UNTIL ReportMenuChoice IS EQUAL 25.
           MOVE 0 TO ReportMenuChoice.
       
       
           MOVE StudentLastName(I)  TO DirLastNameDisp.
           MOVE StudentFirstName(I) TO DirFirstNameDisp.
           MOVE StudentClassLvl(I)  TO DirClassLvlDisp.
           IF StudentConferDate(I) > 0
               MOVE "GR" TO DirClassLvlDisp
           END-IF.
           MOVE StudentPhone(I)     TO DirPhoneDisp.
           MOVE StudentEmail(I)     TO DirEmailDisp.
           MOVE StudentStreet(I)    TO DirStreetDisp.
           WRITE report-record FROM course-record-disp.


      *****************************************
      * How course row I meets in the term in SlotTerm, for the
      * term reports. A real term goes through Find_section_slot so
      * a term with its own offerings reports them and not today's
      * catalog; ALL and LEGACY take the catalog row as it stands.
      * Sets SlotFound and the Slot fields.
      *
       Set_report_slot.

           MOVE CourseNumber(I)  TO CourseLookupNum.
           MOVE CourseSection(I) TO CourseLookupSect.

           IF SlotTerm IS EQUAL "ALL"
           OR SlotTerm IS EQUAL "LEGACY"
           OR SlotTerm IS EQUAL SPACES
               MOVE 1 TO SlotFound
               MOVE 0 TO OfferLoc
               MOVE CourseDays(I)     TO SlotDays
               MOVE CourseTime(I)     TO SlotTime
               MOVE ProfLastName(I)   TO SlotProf
               MOVE CourseBldg(I)     TO SlotBldg
               MOVE CourseRoom(I)     TO SlotRoom
               MOVE CourseMaxSeats(I) TO SlotMaxSeats
           ELSE
               PERFORM Find_section_slot
           END-IF.


      *****************************************
      * Display course row I as it meets in the term in SlotTerm.
      * A section the term does not run is shown from the catalog
      * with a note under it.
      * Write to report file
      *
       Display_course_term_line.

           PERFORM Set_report_slot.

           IF SlotFound < 1
               PERFORM Display_course_table_line
               MOVE SlotTerm TO RosterNoOfferDisp
               DISPLAY roster-not-offered-disp
               WRITE report-record FROM roster-not-offered-disp
               EXIT PARAGRAPH
           END-IF.

           MOVE CourseNumber(I) TO CourseNumberDisp.
           MOVE CourseName(I)   TO CourseNameDisp.
           MOVE SlotDays        TO CourseDaysDisp.
           MOVE SlotTime        TO CourseTimeDisp.
           MOVE SlotProf        TO ProfLastNameDisp.
           MOVE SlotMaxSeats    TO CourseMaxSeatsDisp.
           MOVE CourseCredits(I)  TO CourseCreditsDisp.
           MOVE CourseRatePerCredit(I) TO CourseRatePerCreditDisp.
           MOVE CourseSection(I)  TO CourseSectionDisp.
           MOVE SlotBldg          TO CourseBldgDisp.
           MOVE SlotRoom          TO CourseRoomDisp.

           DISPLAY course-record-disp.
           WRITE report-record FROM course-record-disp.


      *****************************************
      * Write a record from the course table indexed by I
      * to the CSV report file. Called only from the master
           DISPLAY registration-record-heading.
           WRITE report-record FROM registration-record-heading.

           WRITE report-record-csv
               FROM "STUID,COURID,SEMESTER,SEC,ST,DROPPED,LIAB".

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RegCount
               IF SemesterChoice IS EQUAL "ALL"
           MOVE RegSemesterCode(I) TO RegSemesterCodeDisp.
           MOVE RegSection(I)      TO RegSectionDisp.

      * A withdrawal stays on the roster with the date it was
      * dropped and the share of tuition the student still owes.
           MOVE SPACES TO RegStatusDisp.
           MOVE SPACES TO RegDropDateDisp.
           MOVE SPACES TO RegLiabPctDisp.

           IF RegStatus(I) IS EQUAL "W"
               MOVE RegStatus(I)   TO RegStatusDisp
               MOVE RegDropDate(I) TO RegDropDateDisp
               STRING RegLiabPct(I) DELIMITED BY SIZE
                   "%"              DELIMITED BY SIZE
                   INTO RegLiabPctDisp
           END-IF.

           DISPLAY registration-record-disp.
           WRITE report-record FROM registration-record-disp.

               RegSemesterCodeDisp     DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               RegSectionDisp          DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               RegStatusDisp           DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               RegDropDateDisp         DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               RegLiabPctDisp          DELIMITED BY SIZE
               INTO registration-csv-line.
           WRITE report-record-csv FROM registration-csv-line.

                   IF CourseLocFound > 0
                       MOVE 1 TO FoundCourse
                       MOVE CourseLocFound TO I
                       MOVE RegSemesterCode(J) TO SlotTerm
                       PERFORM Display_course_term_line
                       IF RegStatus(J) IS EQUAL "W"
                           MOVE RegDropDate(J) TO BillDropDate
                           PERFORM Write_roster_withdrawn_line
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           END-IF.


      *****************************************
      * Mark the roster or schedule line just written as a
      * withdrawal, with the drop date in BillDropDate.
      *
       Write_roster_withdrawn_line.

           MOVE BillDropDate TO RosterWdDateDisp.
           DISPLAY roster-withdrawn-disp.
           WRITE report-record FROM roster-withdrawn-disp.


      *****************************************
      * Add archived registrations to the one-student schedule.
      * Closed-out terms live in registerC.hist rather than the
               IF CourseLocFound > 0
                   MOVE 1 TO FoundCourse
                   MOVE CourseLocFound TO I
                   MOVE ArchSemesterIn TO SlotTerm
                   PERFORM Display_course_term_line
                   PERFORM Set_arch_billing
                   IF BillStatus IS EQUAL "W"
                       PERFORM Write_roster_withdrawn_line
                   END-IF
               END-IF
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               IF CourseNumber(I) IS EQUAL CourseNumberChoice
               AND CourseSection(I) IS EQUAL SectionChoice
                   MOVE SemesterChoice TO SlotTerm
                   PERFORM Display_course_term_line
                   MOVE 1 TO FoundCourse
               END-IF
           END-PERFORM.
                       MOVE 1 TO FoundStudent
                       MOVE StudentLoc TO I
                       PERFORM Display_student_table_line
                       IF RegStatus(J) IS EQUAL "W"
                           MOVE RegDropDate(J) TO BillDropDate
                           PERFORM Write_roster_withdrawn_line
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SemesterChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           MOVE SemesterChoice TO SlotTerm.

           PERFORM Multi_course_one_section VARYING I FROM 1 BY 1
               UNTIL I > CourseCount.


      *****************************************
      * One course section of the full roster. A section the term
      * does not run is left out unless registrations for the term
      * still point at it.
      *
       Multi_course_one_section.

           PERFORM Set_report_slot.

           IF SlotFound < 1
               MOVE 0 TO RosterHasReg
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
                   IF RegCourNum(J) IS EQUAL CourseNumber(I)
                   AND RegSection(J) IS EQUAL CourseSection(I)
                   AND RegSemesterCode(J) IS EQUAL SemesterChoice
                       MOVE 1 TO RosterHasReg
                   END-IF
               END-PERFORM
               IF RosterHasReg < 1
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY " ".
           WRITE report-record FROM " ".
           DISPLAY "Course:".
           WRITE report-record FROM "Course:".
           DISPLAY course-record-heading.
           WRITE report-record FROM course-record-heading.

           MOVE CourseNumber(I)  TO CourseNumberChoice.
           MOVE CourseSection(I) TO SectionChoice.
           PERFORM Display_course_term_line.
           PERFORM Multi_course_student_lookup.
      
      
      *****************************************

                       DISPLAY student-record-disp
                       WRITE report-record FROM student-record-disp
                       IF RegStatus(J) IS EQUAL "W"
                           MOVE RegDropDate(J) TO BillDropDate
                           PERFORM Write_roster_withdrawn_line
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * registration table and the close-out archive. Leaves the
      * results in TotalCredits and TotalTuition. Shared by the
      * tuition estimate, balance-due and receivables reports.
      * A withdrawal carries no credits but is still billed the
      * share of its tuition the refund schedule kept.
      *
       Compute_student_tuition.

                   MOVE RegSection(J) TO CourseLookupSect
                   PERFORM Find_course_loc
                   IF CourseLocFound > 0
                       IF RegStatus(J) NOT EQUAL "W"
                           ADD CourseCredits(CourseLocFound)
                               TO TotalCredits GIVING TotalCredits
                       END-IF
                       COMPUTE TuitionLineAmt ROUNDED =
                           CourseCredits(CourseLocFound)
                           * CourseRatePerCredit(CourseLocFound)
                           * RegLiabPct(J) / 100
                       ADD TuitionLineAmt TO TotalTuition
                           GIVING TotalTuition
                   END-IF
      *****************************************
      * One student of the statement run. Students whose charges
      * and payments net to zero for the term get no statement.
      * A student on an installment plan is billed whatever of the
      * installments due before today is still unpaid, with the
      * next installment shown on its own, rather than the whole
      * balance.
      *
       Statement_one_student.

               EXIT PARAGRAPH
           END-IF.

           MOVE StudentNumberChoice TO PlanLookupStu.
           MOVE SemesterChoice      TO PlanLookupTerm.
           PERFORM Find_plan_next.

           ADD StmtCount 1 GIVING StmtCount.
           IF PlanNextInst > 0
           OR PlanPastInst > 0
               ADD PlanPastDue TO StmtTotalDue GIVING StmtTotalDue
               ADD PlanNextDue TO StmtTotalDue GIVING StmtTotalDue
           ELSE
               ADD StuBalanceDue TO StmtTotalDue GIVING StmtTotalDue
           END-IF.

           MOVE SemesterChoice TO StmtTermDisp.
           WRITE statement-record FROM statement-title.
                   PERFORM Find_course_loc
                   IF CourseLocFound > 0
                       MOVE CourseLocFound TO I
                       MOVE RegStatus(J)   TO BillStatus
                       MOVE RegDropDate(J) TO BillDropDate
                       MOVE RegLiabPct(J)  TO BillLiabPct
                       PERFORM Write_statement_course_line
                   END-IF
               END-IF
           END-PERFORM.

           WRITE statement-record FROM " ".

           IF PlanNextInst > 0
           OR PlanPastInst > 0
               MOVE StuBalanceDue TO StmtPlanBalDisp
               WRITE statement-record FROM statement-plan-disp
               IF PlanPastInst > 0
                   MOVE PlanPastInst  TO StmtPastNumDisp
                   MOVE PlanPastDate  TO StmtPastDateDisp
                   MOVE PlanPastDue   TO StmtPastAmtDisp
                   WRITE statement-record FROM statement-pastdue-disp
               END-IF
               IF PlanNextInst > 0
                   MOVE PlanNextInst  TO StmtInstNumDisp
                   MOVE PlanNextDate  TO StmtInstDateDisp
                   MOVE PlanNextDue   TO StmtInstAmtDisp
                   WRITE statement-record FROM statement-inst-disp
               END-IF
           ELSE
               MOVE StuBalanceDue TO StmtDueDisp
               WRITE statement-record FROM statement-due-disp
           END-IF.
           WRITE statement-record FROM statement-rule.
           WRITE statement-record FROM " ".


      *****************************************
      * One charge line of a statement, from the course table row
      * at I. BillStatus, BillDropDate and BillLiabPct describe the
      * registration: a withdrawal is charged only the retained
      * share and says so under the charge.
      *
       Write_statement_course_line.

           MOVE CourseName(I)    TO StmtCourNameDisp.
           MOVE CourseCredits(I) TO StmtCreditsDisp.
           MOVE CourseRatePerCredit(I) TO StmtRateDisp.
           COMPUTE TuitionLineAmt ROUNDED =
               CourseCredits(I) * CourseRatePerCredit(I)
               * BillLiabPct / 100.
           MOVE TuitionLineAmt TO StmtExtDisp.

           WRITE statement-record FROM statement-course-disp.

           IF BillStatus IS EQUAL "W"
               MOVE BillDropDate TO StmtWdDateDisp
               MOVE BillLiabPct  TO StmtWdPctDisp
               WRITE statement-record FROM statement-wd-disp
           END-IF.


      *****************************************
      * Add archived registrations to the statement charge lines.
               PERFORM Find_course_loc
               IF CourseLocFound > 0
                   MOVE CourseLocFound TO I
                   PERFORM Set_arch_billing
                   PERFORM Write_statement_course_line
               END-IF
           END-IF.
           ELSE IF OrphCour < 1
               MOVE "NO-COURSE" TO OrphReasonDisp
           ELSE
               MOVE "BAD-TERM" TO OrphReasonDisp
           END-IF.


      *****************************************
      * Withdrawal status, drop date and retained tuition share of
      * the archived registration just read. Rows archived before
      * dated withdrawals read back blank: billed in full.
      *
       Set_arch_billing.

           IF ArchStatusIn IS EQUAL "W"
               MOVE "W" TO BillStatus
           ELSE
               MOVE SPACE TO BillStatus
           END-IF.

           IF ArchDropDateIn IS NOT NUMERIC
               MOVE 0 TO BillDropDate
           ELSE
               MOVE ArchDropDateIn TO BillDropDate
           END-IF.

           IF ArchLiabPctIn IS NOT NUMERIC
               MOVE 100 TO BillLiabPct
           ELSE
               MOVE ArchLiabPctIn TO BillLiabPct
           END-IF.


               MOVE ArchSectWork  TO CourseLookupSect
               PERFORM Find_course_loc
               IF CourseLocFound > 0
                   PERFORM Set_arch_billing
                   IF BillStatus NOT EQUAL "W"
                       ADD CourseCredits(CourseLocFound)
                           TO TotalCredits GIVING TotalCredits
                   END-IF
                   COMPUTE TuitionLineAmt ROUNDED =
                       CourseCredits(CourseLocFound)
                       * CourseRatePerCredit(CourseLocFound)
                       * BillLiabPct / 100
                   ADD TuitionLineAmt TO TotalTuition
                       GIVING TotalTuition
               END-IF
               ADD ArchHistCount 1 GIVING ArchHistCount
               MOVE ArchCourNumIn  TO ArchHistCourse(ArchHistCount)
               MOVE ArchSemesterIn TO ArchHistSem(ArchHistCount)
               MOVE ArchStatusIn   TO ArchHistStatus(ArchHistCount)
               IF ArchSectionIn IS NOT NUMERIC
                   MOVE 01 TO ArchHistSection(ArchHistCount)
               ELSE
                   MOVE ArchSectionIn TO ArchHistSection(ArchHistCount)
               END-IF
           END-IF.

           READ archive-file
               EXIT PARAGRAPH
           END-IF.

           MOVE StudentNumberChoice TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentConferDate(StudentLoc) > 0
               MOVE StudentDegree(StudentLoc)     TO TransDegreeDisp
               MOVE StudentDegMajor(StudentLoc)   TO TransDegMajorDisp
               MOVE StudentConferDate(StudentLoc) TO TransConferDisp
               DISPLAY transcript-degree-disp
               WRITE report-record FROM transcript-degree-disp
           END-IF.

           MOVE 0 TO TransSemCount.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GradeCount
                           TO TransCourNameDisp
                       MOVE CourseCredits(FoundCourseLoc)
                           TO TransCreditsDisp
      * A withdrawal prints with its W but stays out of the GPA.
                       IF GradeLetter(J) NOT EQUAL "W "
                           MOVE GradeLetter(J) TO GradeLetterWork
                           PERFORM Validate_letter_grade
                           COMPUTE TermQualPts = TermQualPts
                               + GradePoints
                               * CourseCredits(FoundCourseLoc)
                           ADD CourseCredits(FoundCourseLoc)
                               TO TermCredits GIVING TermCredits
                       END-IF
                   ELSE
                       MOVE "(not on file)" TO TransCourNameDisp
                       MOVE 0 TO TransCreditsDisp
           MOVE StudentNumberChoice TO ArchHistStuNum.
           PERFORM Load_archive_history.

           PERFORM Compute_audit_credits.

           MOVE 0 TO AuditMinCred.

               EXIT PARAGRAPH
           END-IF.

           PERFORM Compute_req_status.

           MOVE ReqCourse(J) TO AuditCourseDisp.

           IF AuditSat > 0
               MOVE "SATISFIED" TO AuditStatusDisp
           ELSE IF AuditProg > 0
               MOVE "IN PROGRESS" TO AuditStatusDisp
           ELSE
               MOVE "OUTSTANDING" TO AuditStatusDisp
           END-IF.

           DISPLAY degree-line-disp.
           WRITE report-record FROM degree-line-disp.


      *****************************************
      * Credits earned by StudentNumberChoice into AuditEarnedCred:
      * every graded course other than an F or a W, at the credit
      * hours on the course master.
      *
       Compute_audit_credits.

           MOVE 0 TO AuditEarnedCred.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GradeCount
               IF GradeStuNum(K) IS EQUAL StudentNumberChoice
               AND GradeLetter(K) NOT EQUAL "F "
               AND GradeLetter(K) NOT EQUAL "W "
                   MOVE GradeCourNum(K) TO CourseLookupNum
                   PERFORM Find_course_any
                   IF CourseLocFound > 0
                       ADD CourseCredits(CourseLocFound)
                           TO AuditEarnedCred GIVING AuditEarnedCred
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************
      * Status of requirement row J for StudentNumberChoice into
      * AuditSat / AuditProg. Load_archive_history must already
      * hold the student's closed-out registrations.
      *
       Compute_req_status.

           MOVE 0 TO AuditSat.
           MOVE 0 TO AuditProg.
           MOVE 0 TO GradeOnFile.
               AND GradeCourNum(K) IS EQUAL ReqCourse(J)
                   MOVE 1 TO GradeOnFile
                   IF GradeLetter(K) NOT EQUAL "F "
                   AND GradeLetter(K) NOT EQUAL "W "
                       MOVE 1 TO AuditSat
                   END-IF
               END-IF
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > RegCount
                   IF RegStuNum(K) IS EQUAL StudentNumberChoice
                   AND RegCourNum(K) IS EQUAL ReqCourse(J)
                   AND RegStatus(K) NOT EQUAL "W"
                       MOVE 1 TO AuditProg
                   END-IF
               END-PERFORM
           AND GradeOnFile < 1
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > ArchHistCount
                   IF ArchHistCourse(K) IS EQUAL ReqCourse(J)
                   AND ArchHistStatus(K) NOT EQUAL "W"
                       MOVE 1 TO AuditSat
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************
      * Commencement program: the graduates and cleared candidates
      * of a term (or ALL terms) grouped by degree and major, each
      * shown as graduated once the degree has been conferred.
      * Writes to report file
      *
       Report_commencement.

           MOVE "Commencement" TO ReportSectionTitle.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

      * Under job control the semester arrives on the REPORT card.
           IF JobMode = 0
               DISPLAY "Please enter a semester code (ALL for every "
                   "term): " WITH NO ADVANCING
               ACCEPT SemesterChoice
           END-IF.

           PERFORM Validate_report_term.
           IF ReportTermOK < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE SemesterChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           MOVE 0 TO GradCandCount.

           PERFORM Commencement_group VARYING GradAppIdx FROM 1 BY 1
               UNTIL GradAppIdx > GradAppCount.

           IF GradCandCount < 1
               DISPLAY "No graduates or cleared candidates for term."
               WRITE report-record FROM
                   "No graduates or cleared candidates for term."
           END-IF.


      *****************************************
      * When application GradAppIdx belongs on the program and is
      * the first of its degree and major, print that group:
      * every listed application with the same degree and major.
      *
       Commencement_group.

           MOVE GradAppIdx TO GradAppLoc.
           PERFORM Check_commence_app.

           IF GradGroupFirst < 1
               EXIT PARAGRAPH
           END-IF.

      * A listed application of the same degree and major earlier
      * in the table means the group has already been printed.
           MOVE 0 TO GradGroupDup.

           PERFORM VARYING GradGroupIdx FROM 1 BY 1
               UNTIL GradGroupIdx NOT < GradAppIdx
               IF GradAppDegree(GradGroupIdx) IS EQUAL
                   GradAppDegree(GradAppIdx)
               AND GradAppMajor(GradGroupIdx) IS EQUAL
                   GradAppMajor(GradAppIdx)
                   MOVE GradGroupIdx TO GradAppLoc
                   PERFORM Check_commence_app
                   IF GradGroupFirst > 0
                       MOVE 1 TO GradGroupDup
                   END-IF
               END-IF
           END-PERFORM.

           IF GradGroupDup > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE GradAppDegree(GradAppIdx) TO CommDegreeDisp.
           MOVE GradAppMajor(GradAppIdx)  TO CommMajorDisp.

           DISPLAY " ".
           WRITE report-record FROM " ".
           DISPLAY commence-group-line.
           WRITE report-record FROM commence-group-line.

           PERFORM VARYING GradGroupIdx FROM GradAppIdx BY 1
               UNTIL GradGroupIdx > GradAppCount
               IF GradAppDegree(GradGroupIdx) IS EQUAL
                   GradAppDegree(GradAppIdx)
               AND GradAppMajor(GradGroupIdx) IS EQUAL
                   GradAppMajor(GradAppIdx)
                   MOVE GradGroupIdx TO GradAppLoc
                   PERFORM Check_commence_app
                   IF GradGroupFirst > 0
                       PERFORM Write_commence_name
                   END-IF
               END-IF
           END-PERFORM.


      *****************************************
      * Sets GradGroupFirst when application GradAppLoc belongs
      * on the commencement program: for the term asked for and
      * cleared or conferred
      *
       Check_commence_app.

           MOVE 0 TO GradGroupFirst.

           IF (SemesterChoice IS EQUAL "ALL"
               OR GradAppTerm(GradAppLoc) IS EQUAL SemesterChoice)
           AND (GradAppStatus(GradAppLoc) IS EQUAL "C"
               OR GradAppStatus(GradAppLoc) IS EQUAL "G")
               MOVE 1 TO GradGroupFirst
           END-IF.


      *****************************************
      * One name on the commencement program, application
      * GradAppLoc
      *
       Write_commence_name.

           ADD GradCandCount 1 GIVING GradCandCount.

           MOVE GradAppStuNum(GradAppLoc) TO StudentLookupNum.
           PERFORM Find_student_loc.

           IF StudentLoc < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE StudentFirstName(StudentLoc) TO CommFirstDisp.
           MOVE StudentLastName(StudentLoc)  TO CommLastDisp.

           IF StudentConferDate(StudentLoc) > 0
               MOVE "GRADUATED" TO CommStatusDisp
           ELSE
               MOVE "CANDIDATE" TO CommStatusDisp
           END-IF.

           DISPLAY commence-name-disp.
           WRITE report-record FROM commence-name-disp.



      *****************************************
      * Room utilization for a term: each room on the master with
      * the sections meeting in it that term, then the weekdays
      * where the room sits idle. A term with offerings keyed is
      * measured from its offerings; ALL reports the current
      * catalog.
      * Writes to report file
      *
       Report_room_util.
           DISPLAY report-header.
           WRITE report-record FROM report-header.

      * A REPORT card with no semester keeps the catalog view.
           IF JobMode = 0
               DISPLAY "Please enter a semester code (ALL for the"
                   " catalog): " WITH NO ADVANCING
               ACCEPT SemesterChoice
           ELSE IF SemesterChoice IS EQUAL SPACES
               MOVE "ALL" TO SemesterChoice
           END-IF.

           PERFORM Validate_report_term.
           IF ReportTermOK < 1
               EXIT PARAGRAPH
           END-IF.

           MOVE SemesterChoice TO ReportSearchTerm.
           WRITE report-record FROM report-searchterms.

           MOVE SemesterChoice TO SlotTerm.

           PERFORM Room_util_one_room VARYING K FROM 1 BY 1
               UNTIL K > RoomCount.


      *****************************************
      * One room block of the utilization report: the room line,
      * the sections meeting in it in the term in SlotTerm and the
      * weekdays with nothing booked.
      *
       Room_util_one_room.

           MOVE SPACES TO UtilDayUsed.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CourseCount
               PERFORM Set_report_slot
               IF SlotFound > 0
               AND SlotBldg IS EQUAL RoomBldg(K)
               AND SlotRoom IS EQUAL RoomNum(K)
                   MOVE 1 TO UtilFound
                   PERFORM Display_course_term_line
                   PERFORM VARYING DayPos1 FROM 1 BY 1
                       UNTIL DayPos1 > 3
                       IF SlotDays(DayPos1:1) IS EQUAL "M"
                           MOVE "M" TO UtilDayUsed(1:1)
                       END-IF
                       IF SlotDays(DayPos1:1) IS EQUAL "T"
                           MOVE "T" TO UtilDayUsed(2:1)
                       END-IF
                       IF SlotDays(DayPos1:1) IS EQUAL "W"
                           MOVE "W" TO UtilDayUsed(3:1)
                       END-IF
                       IF SlotDays(DayPos1:1) IS EQUAL "R"
                           MOVE "R" TO UtilDayUsed(4:1)
                       END-IF
                       IF SlotDays(DayPos1:1) IS EQUAL "F"
                           MOVE "F" TO UtilDayUsed(5:1)
                       END-IF
                   END-PERFORM

      *****************************************
      * Enrollment statistics for a chosen term: seats taken
      * against the section's seats that term, fill percentage
      * and waitlist depth per course section, flagging sections
      * below the minimum-enrollment threshold, with the same
      * section's enrollment in a prior comparable term (from the
      * working file and the registerC.hist archive) so chairs can
      * see the trend, and totals by professor department at the
      * bottom.
      * Writes to report file
      *
       Report_enroll_stats.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RegCount
               IF RegCourNum(J) IS EQUAL CourseNumber(I)
               AND RegSection(J) IS EQUAL CourseSection(I)
               AND RegStatus(J) NOT EQUAL "W"
                   IF RegSemesterCode(J) IS EQUAL SemesterChoice
                       ADD 1 TO EsTaken GIVING EsTaken
                   END-IF
               END-IF
           END-PERFORM.

      * Seats and instructor come from the term's own offering. A
      * section the term does not run is left out unless someone
      * is still registered or waitlisted in it.
           MOVE SemesterChoice TO SlotTerm.
           PERFORM Set_report_slot.

           IF SlotFound < 1
               IF EsTaken IS EQUAL 0
               AND EsWaitDepth IS EQUAL 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO SlotMaxSeats
               MOVE ProfLastName(I) TO SlotProf
           END-IF.

           IF SlotMaxSeats > 0
               COMPUTE EsFillPct = EsTaken * 100 / SlotMaxSeats
           ELSE
               MOVE 0 TO EsFillPct
           END-IF.
           MOVE CourseNumber(I)  TO EsCourNumDisp.
           MOVE CourseSection(I) TO EsSectDisp.
           MOVE EsTaken          TO EsTakenDisp.
           MOVE SlotMaxSeats     TO EsMaxDisp.
           MOVE EsFillPct        TO EsFillDisp.
           MOVE EsWaitDepth      TO EsWaitDisp.
           MOVE EsPriorEnroll(I) TO EsPriorDisp.
           MOVE SPACES TO EsDeptDisp.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ProfCount
               IF ProfMLastName(K) IS EQUAL SlotProf
                   MOVE ProfDept(K) TO EsDeptDisp
               END-IF
           END-PERFORM.
           END-IF.

           IF ArchSemesterIn IS EQUAL PriorTermChoice
           AND ArchStatusIn NOT EQUAL "W"
               MOVE ArchCourNumIn TO CourseLookupNum
               MOVE ArchSectWork  TO CourseLookupSect
               PERFORM Find_course_loc

           MOVE audit-record TO audit-line-disp.

      * Sign-on and access entries change no data file, and a
      * backdated-drop note only explains the DELETE before it.
           IF AuditActionDisp IS EQUAL "SIGNON"
           OR AuditActionDisp IS EQUAL "LOCKED"
           OR AuditActionDisp IS EQUAL "DENIED"
           OR AuditActionDisp IS EQUAL "BKDROP"
               READ audit-file
                   AT END MOVE "yes" TO EOF
               END-READ
               EXIT PARAGRAPH
           END-IF.

           IF AuditDateDisp IS NUMERIC
               IF AuditDateDisp > LastChkDate
               OR (AuditDateDisp IS EQUAL LastChkDate
           END-IF.
           DISPLAY "Done.".

           DISPLAY "Saving offering data... " WITH NO ADVANCING.
           OPEN OUTPUT offer-file-new.
           PERFORM Write_offer_out VARYING I FROM 1 BY 1
               UNTIL I > OfferCount.
           CLOSE offer-file-new.
           MOVE "offerC.txt.new" TO OldFileName.
           MOVE "offerC.txt"     TO NewFileName.
           CALL "CBL_RENAME_FILE" USING OldFileName NewFileName
               RETURNING RenameStatus
           END-CALL.
           IF RenameStatus NOT = 0
               DISPLAY " "
               DISPLAY "Offering data NOT saved - rename failed."
               STOP RUN
           END-IF.
           DISPLAY "Done.".

           DISPLAY "Saving overload data... " WITH NO ADVANCING.
           OPEN OUTPUT overload-file-new.
           PERFORM Write_overload_out VARYING I FROM 1 BY 1
               UNTIL I > OvlCount.
           CLOSE overload-file-new.
           MOVE "overloadC.txt.new" TO OldFileName.
           MOVE "overloadC.txt"     TO NewFileName.
           CALL "CBL_RENAME_FILE" USING OldFileName NewFileName
               RETURNING RenameStatus
           END-CALL.
           IF RenameStatus NOT = 0
               DISPLAY " "
               DISPLAY "Overload data NOT saved - rename failed."
               STOP RUN
           END-IF.
           DISPLAY "Done.".

           DISPLAY "Saving refund schedule data... "
               WITH NO ADVANCING.
           OPEN OUTPUT liab-file-new.
           PERFORM Write_liab_out VARYING I FROM 1 BY 1
               UNTIL I > LiabCount.
           CLOSE liab-file-new.
           MOVE "liabC.txt.new" TO OldFileName.
           MOVE "liabC.txt"     TO NewFileName.
           CALL "CBL_RENAME_FILE" USING OldFileName NewFileName
               RETURNING RenameStatus
           END-CALL.
           IF RenameStatus NOT = 0
               DISPLAY " "
               DISPLAY "Refund schedule NOT saved - rename failed."
               STOP RUN
           END-IF.
           DISPLAY "Done.".

           DISPLAY "Saving payment plan data... "
               WITH NO ADVANCING.
           OPEN OUTPUT plan-file-new.
           PERFORM Write_plan_out VARYING I FROM 1 BY 1
               UNTIL I > PlanCount.
           CLOSE plan-file-new.
           MOVE "planC.txt.new" TO OldFileName.
           MOVE "planC.txt"     TO NewFileName.
           CALL "CBL_RENAME_FILE" USING OldFileName NewFileName
               RETURNING RenameStatus
           END-CALL.
           IF RenameStatus NOT = 0
               DISPLAY " "
               DISPLAY "Payment plans NOT saved - rename failed."
               STOP RUN
           END-IF.
           DISPLAY "Done.".

           DISPLAY "Saving graduation application data... "
               WITH NO ADVANCING.
           OPEN OUTPUT gradapp-file-new.
           PERFORM Write_gradapp_out VARYING I FROM 1 BY 1
               UNTIL I > GradAppCount.
           CLOSE gradapp-file-new.
           MOVE "gradappC.txt.new" TO OldFileName.
           MOVE "gradappC.txt"     TO NewFileName.
           CALL "CBL_RENAME_FILE" USING OldFileName NewFileName
               RETURNING RenameStatus
           END-CALL.
           IF RenameStatus NOT = 0
               DISPLAY " "
               DISPLAY "Graduation apps NOT saved - rename failed."
               STOP RUN
           END-IF.
           DISPLAY "Done.".

           DISPLAY "Saving operator data... " WITH NO ADVANCING.
           PERFORM Save_operator_file.
           DISPLAY "Done.".

           OPEN OUTPUT checkpoint-file.
           MOVE SPACES TO checkpoint-record.
           ACCEPT ChkDateIn FROM DATE.
           MOVE StudentEmail(I)     TO StudentEmailOut.
           MOVE StudentPhone(I)     TO StudentPhoneOut.
           MOVE StudentClassLvl(I)  TO StudentClassLvlOut.
           MOVE StudentDegree(I)    TO StudentDegreeOut.
           MOVE StudentDegMajor(I)  TO StudentDegMajorOut.
           MOVE StudentConferDate(I) TO StudentConferDateOut.

           WRITE student-record-new.

           MOVE CourseSection(I)  TO CourseSectionOut.
           MOVE CourseBldg(I)     TO CourseBldgOut.
           MOVE CourseRoom(I)     TO CourseRoomOut.
           MOVE CourseMinEnroll(I) TO CourseMinEnrollOut.

           WRITE course-record-new.

           MOVE RegCourNum(I)      TO RegCourNumOut.
           MOVE RegSemesterCode(I) TO SemesterCodeOut.
           MOVE RegSection(I)      TO RegSectionOut.
           MOVE RegStatus(I)       TO RegStatusOut.
           MOVE RegDropDate(I)     TO RegDropDateOut.
           MOVE RegLiabPct(I)      TO RegLiabPctOut.

           WRITE registration-record-new.

           WRITE hold-record-new.


      ******************************************
      * Save data back to the offering file through its "*.new"
      * shadow, as for the other masters.
      *
       Write_offer_out.

           MOVE SPACES TO offer-record-new.

           MOVE OffTerm(I)     TO OffTermOut.
           MOVE OffCourNum(I)  TO OffCourNumOut.
           MOVE OffSection(I)  TO OffSectionOut.
           MOVE OffDays(I)     TO OffDaysOut.
           MOVE OffTime(I)     TO OffTimeOut.
           MOVE OffProf(I)     TO OffProfOut.
           MOVE OffBldg(I)     TO OffBldgOut.
           MOVE OffRoom(I)     TO OffRoomOut.
           MOVE OffMaxSeats(I) TO OffMaxSeatsOut.

           WRITE offer-record-new.


      ******************************************
      * Save data back to the overload authorization file
      *
       Write_overload_out.

           MOVE SPACES TO overload-record-new.

           MOVE OvlStuNum(I)  TO OvlStuNumOut.
           MOVE OvlTerm(I)    TO OvlTermOut.
           MOVE OvlMax(I)     TO OvlMaxOut.
           MOVE OvlAdvisor(I) TO OvlAdvisorOut.
           MOVE OvlDate(I)    TO OvlDateOut.

           WRITE overload-record-new.


      ******************************************
      * Save data back to the refund schedule file
      *
       Write_liab_out.

           MOVE SPACES TO liab-record-new.

           MOVE LiabTerm(I)      TO LiabTermOut.
           MOVE LiabThruWeek(I)  TO LiabThruWeekOut.
           MOVE LiabRefundPct(I) TO LiabRefundPctOut.

           WRITE liab-record-new.


      ******************************************
      * Save data back to the payment plan file
      *
       Write_plan_out.

           MOVE SPACES TO plan-record-new.

           MOVE PlanStuNum(I)  TO PlanStuNumOut.
           MOVE PlanTerm(I)    TO PlanTermOut.
           MOVE PlanInstNum(I) TO PlanInstNumOut.
           MOVE PlanDueDate(I) TO PlanDueDateOut.
           MOVE PlanAmount(I)  TO PlanAmountOut.

           WRITE plan-record-new.


      ******************************************
      * Save data back to the graduation application file
      *
       Write_gradapp_out.

           MOVE SPACES TO gradapp-record-new.

           MOVE GradAppStuNum(I) TO GradAppStuNumOut.
           MOVE GradAppTerm(I)   TO GradAppTermOut.
           MOVE GradAppDegree(I) TO GradAppDegreeOut.
           MOVE GradAppMajor(I)  TO GradAppMajorOut.
           MOVE GradAppStatus(I) TO GradAppStatusOut.
           MOVE GradAppDate(I)   TO GradAppDateOut.
           MOVE GradAppReason(I) TO GradAppReasonOut.

           WRITE gradapp-record-new.


      ******************************************
      * Save data back to the operator file
      *
       Write_operator_out.

           MOVE SPACES TO operator-record-new.

           MOVE OperId(I)     TO OperIdOut.
           MOVE OperName(I)   TO OperNameOut.
           MOVE OperPass(I)   TO OperPassOut.
           MOVE OperRole(I)   TO OperRoleOut.
           MOVE OperStatus(I) TO OperStatusOut.
           MOVE OperFails(I)  TO OperFailsOut.

           WRITE operator-record-new.


       END PROGRAM CALURegistration.
