000010******************************************************************
000020* XAEMPLDH - Host variable layout for table XaEmployeeDetHist    *
000030*            Before image of the department and job title on     *
000040*            XaEmployeeDetail, written by XADB2TST whenever a    *
000050*            MODIFY changes either of them. HISTTSTMP is when    *
000060*            the change was made; the values after it are the    *
000070*            next image for the rident, or XaEmployeeDetail.     *
000080*            Read by XAIAM01 to report movers.                   *
000090* Xact Consulting A/S                                            *
000100******************************************************************
000110     EXEC SQL DECLARE XAEMPLOYEEDETHIST TABLE
000120     ( RIDENT         INTEGER       NOT NULL,
000130       DEPTCODE       CHAR(4)       NOT NULL,
000140       JOBTITLE       CHAR(30)      NOT NULL,
000150       USERID         CHAR(8)       NOT NULL,
000160       HISTTSTMP      TIMESTAMP     NOT NULL
000170     ) END-EXEC.
000180 01  DCLXAEMPLOYEEDETHIST.
000190     10 RIDENT                 PIC S9(9)  COMP.
000200     10 DEPTCODE               PIC X(04).
000210     10 JOBTITLE               PIC X(30).
000220     10 USERID                 PIC X(08).
000230     10 HISTTSTMP              PIC X(26).
