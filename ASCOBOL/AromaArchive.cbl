      *          IDs and the date each is aged on:
      *            RUNLOG   - RUNLOG.DAT run date
      *            CUSTAUDT - CUSTAUDT.DAT change date
      *            REFAUDT  - REFAUDT.DAT change date
      *            CUSTEXCP - sale date on the exception record
      *            REJOILS  - sale date on the reject record
      *            OILEXCPT - sale date on the exception record
      *   2026-09-03  NMD  Initial version.  The run-log report and
      *                    the audit file finally stop growing
      *                    without bound.
      *   2026-10-15  NMD  REFAUDT added for the reference-data
      *                    maintenance audit file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROMAARC.
               03 ARA-Month            PIC 99.
               03 ARA-Day              PIC 99.
           02  FILLER                  PIC X(42).
       01  Arch-Record-Ref-Audit REDEFINES Arch-Record.
           02  FILLER                  PIC X(9).
           02  ARR-Change-Date.
               03 ARR-Year             PIC 9(4).
               03 ARR-Month            PIC 99.
               03 ARR-Day              PIC 99.
           02  FILLER                  PIC X(103).
       01  Arch-Record-Grad REDEFINES Arch-Record.
           02  FILLER                  PIC X(25).
           02  ARG-Grad-Year           PIC 9(4).
                   MOVE "RUNLOG.DAT"   TO Live-File-Name
               WHEN "CUSTAUDT"
                   MOVE "CUSTAUDT.DAT" TO Live-File-Name
               WHEN "REFAUDT"
                   MOVE "REFAUDT.DAT"  TO Live-File-Name
               WHEN "CUSTEXCP"
                   MOVE "CUSTEXCP.DAT" TO Live-File-Name
               WHEN "REJOILS"
                   MOVE ARL-Run-Date TO Record-Date-X
               WHEN "CUSTAUDT"
                   MOVE ARA-Change-Date TO Record-Date-X
               WHEN "REFAUDT"
                   MOVE ARR-Change-Date TO Record-Date-X
               WHEN "GRADEXCP"
                   MOVE SPACES TO Record-Date-X
                   IF ARG-Grad-Year NUMERIC
                   WHEN "CUSTAUDT"
                       COMPUTE Record-YYYYMM =
                           ARA-Year * 100 + ARA-Month
                   WHEN "REFAUDT"
                       COMPUTE Record-YYYYMM =
                           ARR-Year * 100 + ARR-Month
                   WHEN OTHER
                       COMPUTE Record-YYYYMM =
                           ARS-Year * 100 + ARS-Month
