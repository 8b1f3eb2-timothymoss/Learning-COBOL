       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut145log.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DutyLogFile ASSIGN TO "DutyLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSDutyLogStatus.
DATA DIVISION.
FILE SECTION.
FD DutyLogFile.
       COPY DUTYLOG.
WORKING-STORAGE SECTION.
       01 WSDutyLogStatus PIC XX.
LINKAGE SECTION.
       01 LFunction PIC X(10).
       01 LRecKey PIC X(10).
       01 LOperator PIC X(4).
PROCEDURE DIVISION USING LFunction LRecKey LOperator.
StartPara.
       OPEN EXTEND DutyLogFile.
       IF WSDutyLogStatus NOT = "00"
              OPEN OUTPUT DutyLogFile
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:14) TO DLTimestamp.
       MOVE LFunction TO DLFunction.
       MOVE LRecKey TO DLRecKey.
       MOVE LOperator TO DLOperator.
       WRITE DutyLogRecord.
       CLOSE DutyLogFile.
       GOBACK.
