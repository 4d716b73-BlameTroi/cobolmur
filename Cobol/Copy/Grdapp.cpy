       01  GRADUATION-APPLICATION-RECORD.
      *
      *    ONE RECORD PER STUDENT WHO HAS APPLIED TO GRADUATE --
      *    THE REGISTRAR'S APPLICATION FORM, AS DATA. THE DEGREE
      *    TERM IS THE TERM THE STUDENT EXPECTS TO FINISH, AND THE
      *    DIPLOMA NAME IS THE NAME AS IT IS TO BE PRINTED ON THE
      *    DIPLOMA AND READ AT COMMENCEMENT; LEFT BLANK, THE NAME
      *    ON THE STUDENT MASTER IS USED. THE FILE IS MAINTAINED
      *    LIKE THE MAJOR REQUIREMENT FILE: BY EDITING THE DATA,
      *    ONE LINE PER APPLICATION.
      *
           05  GP-STUDENT-ID           PIC 9(9).
           05  GP-DEGREE-TERM          PIC 9(6).
           05  GP-DIPLOMA-NAME         PIC X(40).
           05  GP-APPLICATION-DATE     PIC 9(8).
