   05 P-SKILLS-MASK   PIC X(5) VALUE "00000".

FD JOBS.
01 JOBS-LINE PIC X(300).

FD JOBS-NEW-FILE.
01 JOBS-NEW-LINE PIC X(300).

FD MAJORS-CATALOG.
01 MAJORS-CATALOG-LINE PIC X(300).
   05 JOB-MAJOR    PIC X(40).
   05 JOB-LOCATION PIC X(40).
   05 JOB-POSTED   PIC X(10).
   05 JOB-STATUS   PIC X(10).
   05 JOB-EXPIRES  PIC X(10).
   05 JOB-POSTING-ID PIC X(6).

01 WS-PROF-FIXED    PIC 9(6) VALUE 0.
01 WS-PROF-UNKNOWN  PIC 9(6) VALUE 0.
                MOVE SPACES TO JOB-FIELDS
                UNSTRING JOBS-LINE DELIMITED BY "|"
                    INTO JOB-EMPLOYER JOB-TITLE JOB-MAJOR JOB-LOCATION
                         JOB-POSTED JOB-STATUS JOB-EXPIRES JOB-POSTING-ID
                END-UNSTRING
                IF FUNCTION LENGTH(FUNCTION TRIM(JOB-STATUS)) = 0
                    MOVE "OPEN" TO JOB-STATUS
                       FUNCTION TRIM(JOB-STATUS) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-EXPIRES) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(JOB-POSTING-ID) DELIMITED BY SIZE
                       INTO JOBS-NEW-LINE
                END-STRING
                WRITE JOBS-NEW-LINE
