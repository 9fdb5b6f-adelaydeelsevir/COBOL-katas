*> One line of CodingStandardsResults.dat, the register of coding-
*> standards results CodingStandardsCheck keeps: the latest result
*> for each program it has swept, by PROGRAM-ID, with the date and
*> the count of error and warning violations found. A program that
*> has an error violation fails; JobPlanMaintenance will not put a
*> failed program on NightlyJobPlan.dat.
01 CodingStandardsRecord.
    02 CS-ProgramId   pic x(30).
    02 filler         pic x.
    02 CS-Result      pic x(4).
        88 ProgramPassedStandards value "PASS".
        88 ProgramFailedStandards value "FAIL".
    02 filler         pic x.
    02 CS-CheckedDate pic 9(8).
    02 filler         pic x.
    02 CS-Errors      pic 9(4).
    02 filler         pic x.
    02 CS-Warnings    pic 9(4).
