      *------------------------------------------------------
      * LTRTMPL.CPY
      * Letter template record - LetterTpl.dat, prepared by HR
      * and read by the letter run (Listing7-51). One record
      * per line of letter text, grouped by letter type (see
      * LTRREQ.CPY) and held in the order they appear in the
      * file; TplLineNumber is for the person keeping the file
      * and is not used to order the lines.
      *
      * Merge fields are written between ampersands and are
      * replaced by the employee's or the run's value with
      * surrounding spaces removed:
      *   &EMPNO& &FORENAME& &SURNAME& &GRADE& &SALARY&
      *   &HIREDATE& &DEPT& &DEPTNAME&         - Employee.dat
      *   &OLDSALARY& &NEWSALARY& &INCREASE&   - pay review,
      *                                          rehire
      *   &OLDDEPT& &OLDDEPTNAME& &NEWDEPT&
      *   &NEWDEPTNAME&                         - transfer
      *   &YEARS&                               - long service
      *   &EVENTDATE& &TODAY&                   - all letters
      * A blank text line prints a blank line. A field name the
      * run does not know is printed as typed and counted on
      * the letter register.
      *------------------------------------------------------
       01 LetterTemplateRecord.
           05 TplLetterType           PIC X(02).
           05 TplLineNumber           PIC 9(03).
           05 TplText                 PIC X(70).
