*> ISSREC - one official transcript issued, as entered on the
*> cumulative issuance register (QCAISSREG.dat). Appended by
*> QCATranIss as each transcript is produced and read by QCATranVer
*> to answer a verification enquiry; never rewritten, so the register
*> is the permanent record of every certificate the office has put
*> its name to.
*>
*> The certificate number is "QT", an eight-digit serial running on
*> from the register's last entry, and two check digits (ISO 7064
*> MOD 97-10 over the serial) so a mistyped or invented number fails
*> before the register is even searched. The figures are those
*> printed on the transcript, plus the qualifying credits, total
*> points, result count and result hash (see CERTWS.cpy) a
*> verification compares against the master as it stands.
01 IssRec.
    02 IssCertNo.
        03 IssCertPrefix   PIC XX.
        03 IssCertSerial   PIC 9(8).
        03 IssCertCheck    PIC 99.
    02 IssIssueDate        PIC X(8).
    02 IssIssueTime        PIC X(6).
    02 IssRecipient        PIC X(40).
    02 IssStudentId        PIC X(8).
    02 IssStudentName      PIC X(30).
    02 IssProgCode         PIC X(4).
    02 IssQca              PIC 9V99.
    02 IssBandNbr          PIC 9.
    02 IssStandingCode     PIC X.
    02 IssQualCredits      PIC 9(6)V99.
    02 IssTotalPoints      PIC 9(6)V99.
    02 IssResultCount      PIC 9(4).
    02 IssResultHash       PIC 9(9).
