       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployerRegister.
       AUTHOR. Andreas Richardsen.

      * The employer register for a working life with more than one
      * job: Employers.dat holds a short code and the name of each
      * employer. The first one added is the main job -- every work
      * entry keyed before the register existed, and every entry
      * keyed later without an employer code, is its work. Once a
      * second employer is on the register WorkHourWriter asks for
      * the employer of each entry and links it in WorkEmployer.dat
      * (keyed by date and sequence, like WorkProject.dat, so the
      * WorkHours.dat layout generation is untouched), and
      * PayStatementWriter keeps rates, deductions, statements and
      * holiday pay apart per employer. Mode 1 lists the register,
      * mode 2 adds an employer, mode 3 renames one. A code is never
      * removed or changed, since links and rate records carry it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployerFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmployerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD EmployerFile.
       01 EmployerRecord.
           88 EndOfEmployers    VALUE HIGH-VALUES.
           COPY "EMPLOYREC.cpy".

       WORKING-STORAGE SECTION.
       01 EmployerStatus        PIC XX.
       01 RunMode               PIC X.
           88 AddMode           VALUE "2".
           88 RenameMode        VALUE "3".

       01 EmployerTable.
           02 EmployerEntry     OCCURS 9 TIMES INDEXED BY EmIdx.
              03 EtCode         PIC X(6).
              03 EtName         PIC X(30).
              03 EtMain         PIC X.
       01 EmployerCount         PIC 9 VALUE ZERO.
       01 CodeInput             PIC X(6).
       01 NameInput             PIC X(30).
       01 EmployerFound         PIC X.
           88 FoundEmployer     VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LoadEmployers
           DISPLAY "1 = List employers   2 = Add an employer   "
              "3 = Rename an employer"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN AddMode    PERFORM AddEmployer
              WHEN RenameMode PERFORM RenameEmployer
              WHEN OTHER      PERFORM ListEmployers
           END-EVALUATE
           STOP RUN.

       ListEmployers.
           IF EmployerCount = ZERO
              DISPLAY "No employers on the register -- all work is "
                 "the main job's until one is added with mode 2"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EmIdx FROM 1 BY 1
              UNTIL EmIdx > EmployerCount
              IF EtMain(EmIdx) = "Y"
                 DISPLAY EtCode(EmIdx) " " FUNCTION TRIM(EtName(EmIdx))
                    "  (main job)"
              ELSE
                 DISPLAY EtCode(EmIdx) " " FUNCTION TRIM(EtName(EmIdx))
              END-IF
           END-PERFORM.

      * The first employer added becomes the main job, so name the
      * employer the existing hours were worked for first.
       AddEmployer.
           PERFORM ListEmployers
           IF EmployerCount >= 9
              DISPLAY "Register full -- nine employers at most"
              EXIT PARAGRAPH
           END-IF
           IF EmployerCount = ZERO
              DISPLAY "The first employer is the main job: the one "
                 "the hours already logged were worked for"
           END-IF
           DISPLAY "Employer code (up to 6 characters)"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           IF CodeInput = SPACES OR CodeInput = "?"
              DISPLAY "No code given -- nothing added"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindEmployer
           IF FoundEmployer
              DISPLAY "Code " FUNCTION TRIM(CodeInput)
                 " is already on the register"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Employer name"
           ACCEPT NameInput
           ADD 1 TO EmployerCount
           SET EmIdx TO EmployerCount
           MOVE CodeInput TO EtCode(EmIdx)
           MOVE NameInput TO EtName(EmIdx)
           IF EmployerCount = 1
              MOVE "Y" TO EtMain(EmIdx)
           ELSE
              MOVE "N" TO EtMain(EmIdx)
           END-IF
           PERFORM SaveEmployers
           DISPLAY "Employer " FUNCTION TRIM(CodeInput) " added".

       RenameEmployer.
           PERFORM ListEmployers
           IF EmployerCount = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Code of the employer to rename"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           PERFORM FindEmployer
           IF NOT FoundEmployer
              DISPLAY "No employer " FUNCTION TRIM(CodeInput)
                 " on the register"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "New name"
           ACCEPT NameInput
           IF NameInput = SPACES
              DISPLAY "No name given -- left as it was"
              EXIT PARAGRAPH
           END-IF
           MOVE NameInput TO EtName(EmIdx)
           PERFORM SaveEmployers
           DISPLAY "Employer " FUNCTION TRIM(CodeInput) " renamed".

       FindEmployer.
           MOVE "N" TO EmployerFound
           PERFORM VARYING EmIdx FROM 1 BY 1
              UNTIL EmIdx > EmployerCount
              IF EtCode(EmIdx) = CodeInput
                 SET FoundEmployer TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LoadEmployers.
           MOVE ZEROES TO EmployerCount
           OPEN INPUT EmployerFile
           IF EmployerStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ EmployerFile
              AT END SET EndOfEmployers TO TRUE
           END-READ
           PERFORM UNTIL EndOfEmployers OR EmployerCount >= 9
              ADD 1 TO EmployerCount
              SET EmIdx TO EmployerCount
              MOVE EmpCode TO EtCode(EmIdx)
              MOVE EmpName TO EtName(EmIdx)
              MOVE EmpMainFlag TO EtMain(EmIdx)
              READ EmployerFile
                 AT END SET EndOfEmployers TO TRUE
              END-READ
           END-PERFORM
           CLOSE EmployerFile.

       SaveEmployers.
           OPEN OUTPUT EmployerFile
           PERFORM VARYING EmIdx FROM 1 BY 1
              UNTIL EmIdx > EmployerCount
              MOVE EtCode(EmIdx) TO EmpCode
              MOVE EtName(EmIdx) TO EmpName
              MOVE EtMain(EmIdx) TO EmpMainFlag
              WRITE EmployerRecord
           END-PERFORM
           CLOSE EmployerFile.
