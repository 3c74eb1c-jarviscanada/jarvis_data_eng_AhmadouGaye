      ******************************************************************
      * Copybook: CCPWRK
      * Purpose : Parameter area for PRGS0169, the shared work-term
      *           completion check. THE CALLER SETS THE STUDENT, COURSE
      *           AND TERM OF A GRADE ABOUT TO POST; THE MODULE SAYS
      *           WHETHER THE COURSE IS A CO-OP/INTERNSHIP WORK TERM
      *           AND, IF IT IS, WHETHER THE PLACEMENT IS COMPLETE -
      *           HOURS MET AND EVALUATION IN - WITH THE REASON WHEN
      *           IT IS NOT. A CLASSROOM COURSE ALWAYS COMES BACK
      *           COMPLETE.
      ******************************************************************
       01  COOP-COMPLETION-PARM.
           05 CCP-STUDENT-ID                PIC 9(6)  VALUE 0.
           05 CCP-COURSE                    PIC X(15) VALUE SPACES.
           05 CCP-TERM                      PIC X(10) VALUE SPACES.
           05 CCP-WORK-TERM                 PIC X     VALUE 'N'.
               88 CCP-IS-WORK-TERM              VALUE 'Y'.
           05 CCP-COMPLETE                  PIC X     VALUE 'Y'.
               88 CCP-IS-COMPLETE               VALUE 'Y'.
           05 CCP-REASON                    PIC X(30) VALUE SPACES.
