      * LISTS MF110CB3 GREW UP WITH. ADJROLE IS ADJUSTER OR SUPERVISOR; *
      * AUTHORITYLIMIT IS THE INDIVIDUAL'S MONETARY AUTHORITY (A CLAIM  *
      * VALUED OVER IT GOES TO PENDING FOR SUPERVISOR APPROVAL);        *
      * ACTIVEFLAG 'N' SHUTS AN ID OFF WITHOUT DELETING ITS HISTORY;    *
      * 'L' MARKS AN ADJUSTER ON LEAVE - SIGNED OFF AND GIVEN NO NEW    *
      * CLAIMS, BUT KEEPING THEIR AUTHORITY FOR PAYMENTS ALREADY        *
      * QUEUED. MF110B46 MOVES THE OPEN WORK OF AN 'N' OR 'L' ID.       *
      * MAINTAINED FROM THE MF110BMS ADJUSTER OPTION BY SUPERVISORS.    *
      ******************************************************************
       01  ADJUSTER.
