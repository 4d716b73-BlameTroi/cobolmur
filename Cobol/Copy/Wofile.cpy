       01  WORK-ORDER-RECORD.
      *
      *    ONE RECORD PER ASSEMBLY WORK ORDER. A WORK ORDER IS
      *    PLANNED WHEN IT IS ENTERED, RELEASED WHEN ITS COMPONENTS
      *    ARE ALLOCATED AND THE PICK LIST PRINTED, IN PROGRESS
      *    ONCE THE FLOOR STAGES, COMPLETES, OR SCRAPS AGAINST IT,
      *    COMPLETED WHEN THE LAST OF THE ORDER QUANTITY IS
      *    FINISHED, AND CLOSED WHEN NOTHING MORE WILL POST. ITS
      *    COMPONENT LINES ARE ON THE WORK-ORDER COMPONENT FILE.
      *
           05  WO-WORK-ORDER-NO        PIC 9(6).
           05  WO-PARENT-ITEM-NO       PIC X(5).
           05  WO-ORDER-QTY            PIC S9(5).
           05  WO-COMPLETED-QTY        PIC S9(5).
           05  WO-STATUS               PIC X.
               88  WO-PLANNED                  VALUE "P".
               88  WO-RELEASED                 VALUE "R".
               88  WO-IN-PROGRESS              VALUE "I".
               88  WO-COMPLETED                VALUE "C".
               88  WO-CLOSED                   VALUE "X".
               88  WO-ON-THE-FLOOR             VALUE "R" "I" "C".
           05  WO-DUE-DATE             PIC 9(8).
           05  WO-PLANNED-DATE         PIC 9(8).
           05  WO-RELEASE-DATE         PIC 9(8).
           05  WO-COMPLETION-DATE      PIC 9(8).
           05  WO-CLOSE-DATE           PIC 9(8).
           05  WO-PLANNER-ID           PIC X(8).
