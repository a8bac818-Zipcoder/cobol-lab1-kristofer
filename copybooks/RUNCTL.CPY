      *                   THE SAME PROGRAM AND BUSINESS DATE IS
      *                   ALREADY ON FILE.  A START WITH NO COMPLETED
      *                   END MEANS THE RUN ABENDED MID-FLIGHT.
      *                   REQUEST-DRIVEN JOBS ALSO CARRY THE REQUEST
      *                   ID AND MODE SO A REQUEST CANNOT BE APPLIED
      *                   TWICE; OTHER PROGRAMS LEAVE THEM BLANK.
      *                   A JOB WHOSE PREREQUISITES ON THE JOB-STREAM
      *                   DEPENDENCY TABLE (JOBDEP) HAVE NOT COMPLETED
      *                   FOR THE BUSINESS DATE DOES NOT START; IT
      *                   WRITES ONE BLOCKED END RECORD PER PREREQUISITE
      *                   IT IS WAITING ON.
      *    RECORD LENGTH: 80
      ******************************************************************
       01  RUNCTL-RECORD.
               88  RC-RUNNING                  VALUE 'R'.
               88  RC-COMPLETED                VALUE 'C'.
               88  RC-ABENDED                  VALUE 'A'.
               88  RC-BLOCKED                  VALUE 'B'.
           05  RC-REQUEST-ID               PIC X(10).
           05  RC-REQUEST-MODE             PIC X(01).
           05  RC-WAITING-ON               PIC X(20).
           05  FILLER                      PIC X(03).
