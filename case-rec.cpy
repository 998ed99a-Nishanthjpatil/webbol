*> One case in the form-submission case queue, as CASES.DAT keeps
*> it, one line per case in the order they were opened. HTTP-HANDLER
*> opens a case for every accepted /form/ submission and applies the
*> department's updates through the /cases page and /api/cases;
*> CASE-AGE escalates overdue ones and CASE-REPORT reads the file
*> for the monthly cycle times. The running history of every case -
*> opened, assigned, status changes, notes, escalation - is kept
*> separately in CASE-NOTES.LOG
       01  CS-RECORD.
*> "CS", the opening time to the hundredth (YYMMDDHHMMSSss) and the
*> last three digits of the worker's pid - the reference the
*> submitter is shown and quotes back
           05 CS-REF               PIC X(20).
           05 CS-SEP-1             PIC X.
*> The FORMS.CFG form the submission came through
           05 CS-FORM              PIC X(32).
           05 CS-SEP-2             PIC X.
*> The owning department, out of OWNERS.CFG for /form/<name>/, and
*> the AUTH-GROUPS.CFG group CASE-FORMS.CFG names as its case
*> workers - only that group's members see or change the case
           05 CS-DEPT              PIC X(24).
           05 CS-SEP-3             PIC X.
           05 CS-GROUP             PIC X(16).
           05 CS-SEP-4             PIC X.
*> NEW, ASSIGNED, WAITING or CLOSED
           05 CS-STATUS            PIC X(8).
           05 CS-SEP-5             PIC X.
           05 CS-ASSIGNEE          PIC X(32).
           05 CS-SEP-6             PIC X.
*> "YYYY-MM-DD HH:MM:SS" each: opened, due (opened plus the form's
*> target days), last changed, closed (blank while open) and
*> escalated (blank until CASE-AGE escalates it)
           05 CS-OPENED            PIC X(19).
           05 CS-SEP-7             PIC X.
           05 CS-DUE               PIC X(19).
           05 CS-SEP-8             PIC X.
           05 CS-UPDATED           PIC X(19).
           05 CS-SEP-9             PIC X.
           05 CS-UPDATED-BY        PIC X(32).
           05 CS-SEP-10            PIC X.
           05 CS-CLOSED            PIC X(19).
           05 CS-SEP-11            PIC X.
           05 CS-ESCALATED         PIC X(19).
